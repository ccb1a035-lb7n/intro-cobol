000010*****************************************************************
000020* MAINTJNL.CPY
000030* Customer maintenance journal record (MAINTJNL). One record per
000040* change CUST-MAINT makes to the customer master - a first-name
000050* correction, a status change, or a delete - and for each of the
000060* two records a CUST-MERGE merge changes, carrying the
000070* customer number, the function, the date and time of the
000080* change, and the CUSTREC record exactly as it stood before and
000090* after. A delete has no after image (spaces). The journal is
000100* permanent: it is opened EXTEND and never rewritten, and the
000110* daily maintenance report (MAINT-RPT) reads it back by date.
000120* The before and after images are carried at X(80), wider than
000130* the customer master record, so the master can grow without
000140* converting the journal; the unused tail is spaces.
000150*   Functions: C = first name corrected
000160*              S = status changed (active / inactive)
000170*              D = customer deleted
000180*              M = customers merged (one record for the
000190*                  survivor, one for the duplicate)
000200* The ID of the operator signed on when the change was made is
000210* carried at the end of the record, so journal records written
000220* before it existed still read back aligned, with it blank.
000230*****************************************************************
000240 01  MAINT-JOURNAL-RECORD.
000250     05  MJ-CUSTOMER-NUMBER   PIC 9(05).
000260     05  FILLER               PIC X(01).
000270     05  MJ-FUNCTION          PIC X(01).
000280         88  MJ-FUNC-CORRECT      VALUE "C".
000290         88  MJ-FUNC-STATUS       VALUE "S".
000300         88  MJ-FUNC-DELETE       VALUE "D".
000310         88  MJ-FUNC-MERGE        VALUE "M".
000320     05  FILLER               PIC X(01).
000330     05  MJ-DATE              PIC 9(06).
000340     05  FILLER               PIC X(01).
000350     05  MJ-TIME              PIC 9(08).
000360     05  FILLER               PIC X(01).
000370     05  MJ-BEFORE-IMAGE      PIC X(80).
000380     05  FILLER               PIC X(01).
000390     05  MJ-AFTER-IMAGE       PIC X(80).
000400     05  FILLER               PIC X(01).
000410     05  MJ-OPERATOR-ID       PIC X(08).
