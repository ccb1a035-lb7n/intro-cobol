000100*   Status: O = outstanding (awaiting repair)
000110*           R = repaired (reposted by a REJIN rerun)
000120*           W = written off (operator decision in REJ-MAINT)
000130* RS-STATUS-DATE is the date the status last changed. For a
000140* write-off, RS-OPERATOR-ID is the supervisor signed on in
000150* REJ-MAINT who wrote it off (spaces otherwise). The operator ID
000160* was added at the end of the record; an existing REJMAST must
000170* be rebuilt under this layout before it is installed.
000180*****************************************************************
000190 01  REJECT-SUSPENSE-RECORD.
000200     05  RS-KEY.
000210         10  RS-BATCH-ID          PIC X(08).
000220         10  RS-RECORD-NUMBER     PIC 9(09).
000230     05  RS-REASON-CODE           PIC X(02).
000240     05  RS-DATE-REJECTED         PIC 9(06).
000250     05  RS-STATUS                PIC X(01).
000260         88  RS-OUTSTANDING           VALUE "O".
000270         88  RS-REPAIRED              VALUE "R".
000280         88  RS-WRITTEN-OFF           VALUE "W".
000290     05  RS-STATUS-DATE           PIC 9(06).
000300     05  RS-BATCH-IMAGE           PIC X(121).
000310     05  RS-OPERATOR-ID           PIC X(08).
