000140* width no longer align, so archive the existing log with
000150* AUDIT-ARCH (cutoff after its last record) under the old
000160* layout and start a fresh AUDITLOG when installing this one.
000170* The transaction reference PRACTICE-ROOM assigns to every
000180* posted entry is appended after the customer number for the
000190* same reason: records written before it existed read back
000200* with every column aligned and only the reference blank.
000210* The ID of the operator signed on at the terminal (BATCH for
000220* an unattended batch run, see OPERREC) is appended after the
000230* reference the same way; older records read back with it blank.
000240* The record is now 204 bytes.
000250*****************************************************************
000260 01  AUDIT-RECORD.
000270     05  AR-DATE              PIC 9(06).
000280     05  FILLER               PIC X(01) VALUE SPACE.
000290     05  AR-TIME              PIC 9(08).
000300     05  FILLER               PIC X(01) VALUE SPACE.
000310     05  AR-FULL-NAME         PIC X(42).
000320     05  FILLER               PIC X(01) VALUE SPACE.
000330     05  AR-FIRST-NUMBER      PIC -(18)9.9(19).
000340     05  FILLER               PIC X(01) VALUE SPACE.
000350     05  AR-SECOND-NUMBER     PIC -(18)9.9(19).
000360     05  FILLER               PIC X(01) VALUE SPACE.
000370     05  AR-RESULT            PIC -(18)9.9(19).
000380     05  FILLER               PIC X(01) VALUE SPACE.
000390     05  AR-CUSTOMER-NUMBER   PIC 9(05).
000400     05  FILLER               PIC X(01) VALUE SPACE.
000410     05  AR-TRANS-REFERENCE   PIC 9(10).
000420     05  FILLER               PIC X(01) VALUE SPACE.
000430     05  AR-OPERATOR-ID       PIC X(08).
