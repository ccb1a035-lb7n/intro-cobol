000010*****************************************************************
000020* BATCHACK.CPY
000030* Batch acknowledgment file (BATCHACK), rewritten by
000040* PRACTICE-ROOM at the end of every BATCHIN run so each sending
000050* department's system can pick up how its own batch went without
000060* calling the computer room. One section per /H ... /T control
000070* group on BATCHIN, in file order:
000080*   /H  group header - batch ID, process date, A accepted (the
000090*       group posted) or R refused, and for a refused group the
000100*       reason:  CM = record count does not match the trailer
000110*                HM = hash total does not match the trailer, or
000120*                     the trailer hash is not a valid number
000130*                NT = no trailer record
000140*                AR = batch ID already registered as processed
000150*                DB = batch ID appears twice on this BATCHIN
000160*                RF = whole run refused (BATCHIN damaged outside
000170*                     this group)
000180*   /R  one per record of the group written to REJECTS - its
000190*       record number and REJREC reason code, and the original
000200*       BATCHIN image, ready to repair and send back
000210*   /T  group trailer - records in the group, posted, rejected,
000220*       and the total value posted
000230* A refused group posts nothing and lists no rejects. Records
000240* are fixed width with no separators; every record type is the
000250* same length.
000260*****************************************************************
000270 01  ACK-HEADER-RECORD.
000280     05  AH-RECORD-TYPE       PIC X(02).
000290         88  ACK-HEADER-REC       VALUE "/H".
000300         88  ACK-REJECT-REC       VALUE "/R".
000310         88  ACK-TRAILER-REC      VALUE "/T".
000320     05  AH-BATCH-ID          PIC X(08).
000330     05  AH-PROCESS-DATE      PIC 9(06).
000340     05  AH-GROUP-STATUS      PIC X(01).
000350         88  ACK-GROUP-ACCEPTED   VALUE "A".
000360         88  ACK-GROUP-REFUSED    VALUE "R".
000370     05  AH-REFUSAL-REASON    PIC X(02).
000380     05  FILLER               PIC X(123).
000390 01  ACK-REJECT-RECORD.
000400     05  AJ-RECORD-TYPE       PIC X(02).
000410     05  AJ-BATCH-ID          PIC X(08).
000420     05  AJ-RECORD-NUMBER     PIC 9(09).
000430     05  AJ-REASON-CODE       PIC X(02).
000440     05  AJ-BATCH-IMAGE       PIC X(121).
000450 01  ACK-TRAILER-RECORD.
000460     05  AT-RECORD-TYPE       PIC X(02).
000470     05  AT-BATCH-ID          PIC X(08).
000480     05  AT-READ-COUNT        PIC 9(09).
000490     05  AT-POSTED-COUNT      PIC 9(09).
000500     05  AT-REJECTED-COUNT    PIC 9(09).
000510     05  AT-VALUE-TOTAL       PIC S9(19)V9(19) SIGN LEADING
000520                                  SEPARATE.
000530     05  FILLER               PIC X(66).
