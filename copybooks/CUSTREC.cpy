000080* stays on file with their history intact but can no longer be
000090* posted against. CM-DATE-ADDED is stamped when the record is
000100* created and CM-LAST-ACTIVITY whenever an entry posts.
000110* CM-MERGED-INTO is zero except on a duplicate customer number
000120* that CUST-MERGE has folded into another: the duplicate is left
000130* inactive and points at the surviving number, which
000140* PRACTICE-ROOM then posts to in its place.
000150* CUSTMAST files built before the status and date fields were
000160* added, or before the names widened from X(10) to X(20), must
000170* be rebuilt under this layout (record length is now 63):
000180* unload the old master, pad the names to 20, supply status A
000190* and zero dates and a zero merge pointer where absent, and
000200* reload.
000210*****************************************************************
000220 01  CUSTOMER-MASTER-RECORD.
000230     05  CM-CUSTOMER-NUMBER   PIC 9(05).
000240     05  CM-LAST-NAME         PIC X(20).
000250     05  CM-FIRST-NAME        PIC X(20).
000260     05  CM-STATUS            PIC X(01).
000270         88  CM-CUST-ACTIVE       VALUE "A".
000280         88  CM-CUST-INACTIVE     VALUE "I".
000290     05  CM-DATE-ADDED        PIC 9(06).
000300     05  CM-LAST-ACTIVITY     PIC 9(06).
000310     05  CM-MERGED-INTO       PIC 9(05).
