000010*****************************************************************
000020*Date October 15, 2026
000030*Purpose: Weekly cross-file referential integrity check over the
000040*         permanent files
000050*Tectonics: cobc
000060*----------------------------------------------------------------
000070*Modification History:
000080* 2026-10-15 DL   - Initial version. Every job trusts the other
000090*            files to agree with it and nothing proved that they
000100*            did. This job reads the permanent files together and
000110*            prints to INTGRPT every place they disagree: history
000120*            entries for a customer not on the master, a master
000130*            CM-LAST-ACTIVITY that is not the customer's latest
000140*            history date, history dated after the day a customer
000150*            was set inactive (the day is taken from MAINTJNL), a
000160*            CUSTNUMS control value below the highest customer
000170*            number on file, REJMAST items marked repaired with no
000180*            posting on history to show for it, and OPENITEM
000190*            entries for a customer no longer on the master. Each
000200*            line names the file, the key, and the problem. The
000210*            process date comes from the optional RUNPARM.
000220*            Condition codes follow the house convention - 0 the
000230*            files agree, 4 exceptions listed, 8 failed mid-run,
000240*            16 no customer master to check against - and the run
000250*            appends a completion record to the shared run log
000260*            (RUNLOG).
000270* 2026-10-15 DL   - A customer added by PRACTICE-ROOM whose first
000280*            entry was rejected has last activity set to the date
000290*            added and no history. That is no longer reported as
000300*            a last-activity disagreement.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. INTEGRITY-CHK.
000340 AUTHOR. DATA-PROCESSING-TEAM.
000350 INSTALLATION. TRAINING-DEPT.
000360 DATE-WRITTEN. OCTOBER 15, 2026.
000370 DATE-COMPILED.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CM-CUSTOMER-NUMBER
000450         ALTERNATE RECORD KEY IS CM-LAST-NAME
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-CUSTMAST-STATUS.
000480
000490*    The other files are each optional: a file an installation
000500*    has not built yet has nothing in it to disagree.
000510     SELECT OPTIONAL TRANS-HISTORY-FILE ASSIGN TO "TRANHIST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS TH-KEY
000550         FILE STATUS IS WS-HIST-STATUS.
000560
000570     SELECT OPTIONAL REJECT-SUSPENSE-FILE ASSIGN TO "REJMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS RS-KEY
000610         FILE STATUS IS WS-REJMAST-STATUS.
000620
000630     SELECT OPTIONAL CUSTNO-FILE ASSIGN TO "CUSTNUMS"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CUSTNO-STATUS.
000660
000670     SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-OPENITEM-STATUS.
000700
000710     SELECT OPTIONAL MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-JOURNAL-STATUS.
000740
000750     SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RUNPARM-STATUS.
000780
000790     SELECT INTG-PRINT-FILE ASSIGN TO "INTGRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810
000820     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-RUNLOG-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  CUSTOMER-MASTER-FILE.
000890     COPY CUSTREC.
000900
000910 FD  TRANS-HISTORY-FILE.
000920     COPY HISTREC.
000930
000940 FD  REJECT-SUSPENSE-FILE.
000950     COPY REJSUSP.
000960
000970 FD  CUSTNO-FILE.
000980 01  CUSTNO-RECORD.
000990     05  CN-LAST-CUSTOMER-NO  PIC 9(05).
001000
001010 FD  OPEN-ITEM-FILE.
001020 01  OPEN-ITEM-RECORD.
001030     05  OI-CUSTOMER-NUMBER   PIC 9(05).
001040     05  OI-FULL-NAME         PIC X(42).
001050     05  OI-RESULT            PIC S9(19)V9(19) SIGN LEADING
001060                                  SEPARATE.
001070     05  OI-FIRST-SEEN-DATE   PIC 9(06).
001080     05  OI-TRANS-REFERENCE   PIC 9(10).
001090
001100 FD  MAINT-JOURNAL-FILE.
001110     COPY MAINTJNL.
001120
001130 FD  RUN-PARM-FILE.
001140 01  RUN-PARM-RECORD.
001150     05  RP-PROCESS-DATE      PIC X(06).
001160     05  FILLER               PIC X(08).
001170
001180 FD  INTG-PRINT-FILE.
001190 01  INTG-PRINT-LINE          PIC X(132).
001200
001210 FD  RUN-LOG-FILE.
001220     COPY RUNREC.
001230
001240 WORKING-STORAGE SECTION.
001250 01  WS-SWITCHES.
001260     05  WS-RUN-USABLE-SWITCH      PIC X(01) VALUE "Y".
001270         88  RUN-IS-USABLE             VALUE "Y".
001280     05  WS-RUN-FAILED-SWITCH      PIC X(01) VALUE "N".
001290         88  RUN-HAS-FAILED            VALUE "Y".
001300     05  WS-HIST-OPEN-SWITCH       PIC X(01) VALUE "N".
001310         88  HISTORY-IS-OPEN           VALUE "Y".
001320     05  WS-SCAN-DONE-SWITCH       PIC X(01) VALUE "N".
001330         88  SCAN-IS-DONE              VALUE "Y".
001340     05  WS-NAME-SCAN-SWITCH       PIC X(01) VALUE "N".
001350         88  NAME-SCAN-IS-DONE         VALUE "Y".
001360     05  WS-DAY-SCAN-SWITCH        PIC X(01) VALUE "N".
001370         88  DAY-SCAN-IS-DONE          VALUE "Y".
001380     05  WS-POSTING-FOUND-SWITCH   PIC X(01) VALUE "N".
001390         88  POSTING-WAS-FOUND         VALUE "Y".
001400     05  WS-TABLE-FULL-SWITCH      PIC X(01) VALUE "N".
001410         88  INACTIVE-TABLE-FULL       VALUE "Y".
001420
001430 01  WS-FILE-STATUSES.
001440     05  WS-CUSTMAST-STATUS        PIC X(02).
001450         88  CUSTMAST-FILE-NOT-FOUND  VALUE "35".
001460     05  WS-HIST-STATUS            PIC X(02).
001470     05  WS-REJMAST-STATUS         PIC X(02).
001480     05  WS-CUSTNO-STATUS          PIC X(02).
001490     05  WS-OPENITEM-STATUS        PIC X(02).
001500     05  WS-JOURNAL-STATUS         PIC X(02).
001510     05  WS-RUNPARM-STATUS         PIC X(02).
001520     05  WS-RUNLOG-STATUS          PIC X(02).
001530
001540 01  WS-RUN-DATE               PIC 9(06).
001550 77  WS-START-TIME             PIC 9(08) VALUE ZERO.
001560
001570*    The master and history are matched in customer-number
001580*    order; a file at its end holds the high key so the other
001590*    runs out against it.
001600 77  WS-END-KEY                PIC 9(06) VALUE 999999.
001610 77  WS-MASTER-KEY             PIC 9(06) VALUE ZERO.
001620 77  WS-HISTORY-KEY            PIC 9(06) VALUE ZERO.
001630 77  WS-HIGHEST-CUSTOMER       PIC 9(05) VALUE ZERO.
001640 77  WS-LATEST-HIST-DATE       PIC 9(06) VALUE ZERO.
001650 77  WS-INACTIVE-SINCE         PIC 9(06) VALUE ZERO.
001660 77  WS-CUSTNO-CONTROL         PIC 9(05) VALUE ZERO.
001670 77  WS-LOOKUP-CUSTOMER        PIC 9(05) VALUE ZERO.
001680 77  WS-SURVIVOR-CUSTOMER      PIC 9(05) VALUE ZERO.
001690
001700*    Counters for the totals and the run log.
001710 77  WS-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
001720 77  WS-CUSTOMER-COUNT         PIC 9(09) COMP VALUE ZERO.
001730 77  WS-HISTORY-COUNT          PIC 9(09) COMP VALUE ZERO.
001740 77  WS-REPAIRED-COUNT         PIC 9(09) COMP VALUE ZERO.
001750 77  WS-OPEN-ITEM-COUNT        PIC 9(09) COMP VALUE ZERO.
001760 77  WS-EXCEPTION-COUNT        PIC 9(09) COMP VALUE ZERO.
001770 77  WS-ORPHAN-HIST-COUNT      PIC 9(09) COMP VALUE ZERO.
001780 77  WS-ACTIVITY-COUNT         PIC 9(09) COMP VALUE ZERO.
001790 77  WS-AFTER-INACTIVE-COUNT   PIC 9(09) COMP VALUE ZERO.
001800 77  WS-CUSTNO-LOW-COUNT       PIC 9(09) COMP VALUE ZERO.
001810 77  WS-UNPOSTED-REPAIR-COUNT  PIC 9(09) COMP VALUE ZERO.
001820 77  WS-ORPHAN-ITEM-COUNT      PIC 9(09) COMP VALUE ZERO.
001830 77  WS-RETURN-SEVERITY        PIC 9(02) COMP VALUE ZERO.
001840 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
001850 77  WS-PAGE-NUMBER            PIC 9(03) COMP VALUE 1.
001860 77  WS-MAX-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.
001870
001880*    The day each customer was last set inactive, from the
001890*    maintenance journal: a status change to I, or a merge that
001900*    retired the number. A later change back to A clears it.
001910*    Customers set inactive before the journal existed have no
001920*    entry, and their history is not checked against a date.
001930 77  WS-INACTIVE-COUNT         PIC 9(05) COMP VALUE ZERO.
001940 77  WS-MAX-INACTIVE           PIC 9(05) COMP VALUE 5000.
001950 77  WS-INACTIVE-SUB           PIC 9(05) COMP VALUE ZERO.
001960 77  WS-FOUND-SUB              PIC 9(05) COMP VALUE ZERO.
001970 01  WS-INACTIVE-TABLE.
001980     05  IT-ENTRY OCCURS 5000 TIMES.
001990         10  IT-CUSTOMER-NUMBER PIC 9(05).
002000         10  IT-INACTIVE-DATE   PIC 9(06).
002010
002020*    The journal images are customer master records.
002030 01  WS-JOURNAL-IMAGE.
002040     05  WS-JI-CUSTOMER-NUMBER PIC 9(05).
002050     05  WS-JI-LAST-NAME       PIC X(20).
002060     05  WS-JI-FIRST-NAME      PIC X(20).
002070     05  WS-JI-STATUS          PIC X(01).
002080     05  FILLER                PIC X(34).
002090 01  WS-BEFORE-STATUS          PIC X(01).
002100
002110*    A repaired reject's original batch record.
002120 01  WS-REPAIRED-IMAGE.
002130     05  WR-FIRST-NAME         PIC A(20).
002140     05  WR-LAST-NAME          PIC A(20).
002150     05  FILLER                PIC X(80).
002160     05  WR-OPERATION-CODE     PIC X(01).
002170
002180*    Edited work fields for the problem text.
002190 01  WS-EDIT-FIELDS.
002200     05  WS-EDIT-DATE          PIC 9(06).
002210     05  WS-EDIT-CUSTOMER      PIC 9(05).
002220     05  WS-EDIT-RECORD-NUMBER PIC 9(09).
002230
002240 01  INTG-HEADING-1.
002250     05  FILLER                PIC X(40) VALUE SPACES.
002260     05  FILLER                PIC X(40)
002270             VALUE "CROSS-FILE INTEGRITY EXCEPTIONS".
002280     05  FILLER                PIC X(52) VALUE SPACES.
002290
002300 01  INTG-HEADING-2.
002310     05  FILLER                PIC X(14) VALUE "PROCESS DATE: ".
002320     05  IH2-RUN-DATE          PIC 9(06).
002330     05  FILLER                PIC X(10) VALUE SPACES.
002340     05  FILLER                PIC X(06) VALUE "PAGE: ".
002350     05  IH2-PAGE-NO           PIC ZZ9.
002360     05  FILLER                PIC X(93) VALUE SPACES.
002370
002380 01  INTG-HEADING-3.
002390     05  FILLER                PIC X(10) VALUE "FILE".
002400     05  FILLER                PIC X(26) VALUE "KEY".
002410     05  FILLER                PIC X(96) VALUE "PROBLEM".
002420
002430 01  INTG-DETAIL-LINE.
002440     05  ID-FILE               PIC X(08).
002450     05  FILLER                PIC X(02) VALUE SPACES.
002460     05  ID-KEY                PIC X(24).
002470     05  FILLER                PIC X(02) VALUE SPACES.
002480     05  ID-PROBLEM            PIC X(96).
002490
002500 01  INTG-TOTAL-LINE.
002510     05  IT-LABEL              PIC X(40).
002520     05  IT-COUNT              PIC ZZZ,ZZZ,ZZ9.
002530     05  FILLER                PIC X(81) VALUE SPACES.
002540
002550 01  INTG-MESSAGE-LINE.
002560     05  IM-MESSAGE            PIC X(80).
002570     05  FILLER                PIC X(52) VALUE SPACES.
002580
002590 PROCEDURE DIVISION.
002600
002610 0000-MAINLINE.
002620     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002630     IF RUN-IS-USABLE
002640         PERFORM 2000-MATCH-MASTER-HISTORY THRU 2000-EXIT
002650     END-IF
002660     IF RUN-IS-USABLE AND NOT RUN-HAS-FAILED
002670         PERFORM 4000-CHECK-CUSTNO-CONTROL THRU 4000-EXIT
002680         PERFORM 4100-CHECK-REPAIRED-REJECTS THRU 4100-EXIT
002690     END-IF
002700     IF RUN-IS-USABLE AND NOT RUN-HAS-FAILED
002710         PERFORM 4500-CHECK-OPEN-ITEMS THRU 4500-EXIT
002720     END-IF
002730     IF RUN-IS-USABLE
002740         PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT
002750     END-IF
002760     PERFORM 9000-FINISH-UP THRU 9000-EXIT
002770     GOBACK.
002780
002790*----------------------------------------------------------------
002800* 1000 SERIES - START OF RUN
002810* The customer master is the file everything else is checked
002820* against; without it the run is refused.
002830*----------------------------------------------------------------
002840 1000-INITIALIZE.
002850     ACCEPT WS-START-TIME FROM TIME
002860     ACCEPT WS-RUN-DATE FROM DATE
002870     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT
002880     OPEN INPUT CUSTOMER-MASTER-FILE
002890     IF WS-CUSTMAST-STATUS NOT = "00"
002900         IF CUSTMAST-FILE-NOT-FOUND
002910             DISPLAY "NO CUSTOMER MASTER ON FILE - NOTHING TO"
002920                 " CHECK AGAINST"
002930         ELSE
002940             DISPLAY "UNABLE TO OPEN CUSTOMER MASTER, STATUS "
002950                 WS-CUSTMAST-STATUS
002960         END-IF
002970         MOVE "N" TO WS-RUN-USABLE-SWITCH
002980         MOVE 16 TO WS-RETURN-SEVERITY
002990     END-IF
003000     IF RUN-IS-USABLE
003010         OPEN INPUT TRANS-HISTORY-FILE
003020         IF WS-HIST-STATUS = "00" OR WS-HIST-STATUS = "05"
003030             MOVE "Y" TO WS-HIST-OPEN-SWITCH
003040         ELSE
003050             DISPLAY "UNABLE TO OPEN HISTORY MASTER, STATUS "
003060                 WS-HIST-STATUS
003070             CLOSE CUSTOMER-MASTER-FILE
003080             MOVE "N" TO WS-RUN-USABLE-SWITCH
003090             MOVE 16 TO WS-RETURN-SEVERITY
003100         END-IF
003110     END-IF
003120     IF RUN-IS-USABLE
003130         OPEN OUTPUT INTG-PRINT-FILE
003140         PERFORM 1100-LOAD-INACTIVE-DATES THRU 1100-EXIT
003150     END-IF.
003160 1000-EXIT.
003170     EXIT.
003180
003190 1050-READ-RUN-PARMS.
003200     OPEN INPUT RUN-PARM-FILE
003210     IF WS-RUNPARM-STATUS = "00" OR WS-RUNPARM-STATUS = "05"
003220         READ RUN-PARM-FILE
003230             AT END
003240                 CONTINUE
003250         END-READ
003260         IF WS-RUNPARM-STATUS = "00"
003270                 AND RP-PROCESS-DATE IS NUMERIC
003280             MOVE RP-PROCESS-DATE TO WS-RUN-DATE
003290             DISPLAY "PROCESS DATE SET TO " WS-RUN-DATE
003300                 " FROM RUNPARM"
003310         END-IF
003320         CLOSE RUN-PARM-FILE
003330     END-IF.
003340 1050-EXIT.
003350     EXIT.
003360
003370*----------------------------------------------------------------
003380* The journal is read once, oldest first, so each customer's
003390* entry ends holding the day of their latest change to inactive.
003400*----------------------------------------------------------------
003410 1100-LOAD-INACTIVE-DATES.
003420     OPEN INPUT MAINT-JOURNAL-FILE
003430     IF WS-JOURNAL-STATUS = "00" OR WS-JOURNAL-STATUS = "05"
003440         MOVE "N" TO WS-SCAN-DONE-SWITCH
003450         PERFORM 1150-READ-ONE-JOURNAL THRU 1150-EXIT
003460             UNTIL SCAN-IS-DONE
003470         CLOSE MAINT-JOURNAL-FILE
003480     ELSE
003490         DISPLAY "UNABLE TO OPEN MAINTENANCE JOURNAL, STATUS "
003500             WS-JOURNAL-STATUS " - INACTIVE DATES NOT CHECKED"
003510     END-IF
003520     IF INACTIVE-TABLE-FULL
003530         DISPLAY "MORE THAN " WS-MAX-INACTIVE " CUSTOMERS SET"
003540             " INACTIVE - THE REST ARE NOT CHECKED"
003550     END-IF.
003560 1100-EXIT.
003570     EXIT.
003580
003590 1150-READ-ONE-JOURNAL.
003600     READ MAINT-JOURNAL-FILE
003610         AT END
003620             MOVE "Y" TO WS-SCAN-DONE-SWITCH
003630     END-READ
003640     IF NOT SCAN-IS-DONE
003650         ADD 1 TO WS-READ-COUNT
003660         IF MJ-FUNC-STATUS OR MJ-FUNC-MERGE
003670             MOVE MJ-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
003680             MOVE MJ-BEFORE-IMAGE TO WS-JOURNAL-IMAGE
003690             MOVE WS-JI-STATUS TO WS-BEFORE-STATUS
003700             MOVE MJ-AFTER-IMAGE TO WS-JOURNAL-IMAGE
003710             PERFORM 1160-FIND-INACTIVE-ENTRY THRU 1160-EXIT
003720             EVALUATE TRUE
003730                 WHEN WS-JI-STATUS = "I"
003740                         AND WS-BEFORE-STATUS NOT = "I"
003750                     PERFORM 1170-NOTE-INACTIVE-DATE
003760                         THRU 1170-EXIT
003770                 WHEN WS-JI-STATUS = "A" AND WS-FOUND-SUB > ZERO
003780                     MOVE ZERO TO IT-INACTIVE-DATE (WS-FOUND-SUB)
003790                 WHEN OTHER
003800                     CONTINUE
003810             END-EVALUATE
003820         END-IF
003830     END-IF.
003840 1150-EXIT.
003850     EXIT.
003860
003870 1160-FIND-INACTIVE-ENTRY.
003880     MOVE ZERO TO WS-FOUND-SUB
003890     PERFORM 1165-MATCH-INACTIVE-ENTRY THRU 1165-EXIT
003900         VARYING WS-INACTIVE-SUB FROM 1 BY 1
003910         UNTIL WS-INACTIVE-SUB > WS-INACTIVE-COUNT
003920             OR WS-FOUND-SUB > ZERO.
003930 1160-EXIT.
003940     EXIT.
003950
003960 1165-MATCH-INACTIVE-ENTRY.
003970     IF IT-CUSTOMER-NUMBER (WS-INACTIVE-SUB) = WS-LOOKUP-CUSTOMER
003980         MOVE WS-INACTIVE-SUB TO WS-FOUND-SUB
003990     END-IF.
004000 1165-EXIT.
004010     EXIT.
004020
004030 1170-NOTE-INACTIVE-DATE.
004040     IF WS-FOUND-SUB = ZERO
004050         IF WS-INACTIVE-COUNT < WS-MAX-INACTIVE
004060             ADD 1 TO WS-INACTIVE-COUNT
004070             MOVE WS-INACTIVE-COUNT TO WS-FOUND-SUB
004080             MOVE WS-LOOKUP-CUSTOMER
004090                 TO IT-CUSTOMER-NUMBER (WS-FOUND-SUB)
004100         ELSE
004110             MOVE "Y" TO WS-TABLE-FULL-SWITCH
004120         END-IF
004130     END-IF
004140     IF WS-FOUND-SUB > ZERO
004150         MOVE MJ-DATE TO IT-INACTIVE-DATE (WS-FOUND-SUB)
004160     END-IF.
004170 1170-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------------
004210* 2000 SERIES - CUSTOMER MASTER AGAINST HISTORY
004220* Both files are keyed by customer number first, so one pass
004230* of each in key order lines a customer's master record up with
004240* all of their history. History below the current master key
004250* has no master; a master record is closed off once history
004260* moves past it.
004270*----------------------------------------------------------------
004280 2000-MATCH-MASTER-HISTORY.
004290     MOVE ZERO TO CM-CUSTOMER-NUMBER
004300     START CUSTOMER-MASTER-FILE
004310         KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
004320         INVALID KEY
004330             MOVE WS-END-KEY TO WS-MASTER-KEY
004340     END-START
004350     IF WS-MASTER-KEY NOT = WS-END-KEY
004360         PERFORM 2100-READ-NEXT-MASTER THRU 2100-EXIT
004370     END-IF
004380     MOVE WS-END-KEY TO WS-HISTORY-KEY
004390     IF HISTORY-IS-OPEN
004400         MOVE ZERO TO TH-CUSTOMER-NUMBER
004410         MOVE ZERO TO TH-TRANS-DATE
004420         MOVE ZERO TO TH-SEQUENCE-NUMBER
004430         MOVE ZERO TO WS-HISTORY-KEY
004440         START TRANS-HISTORY-FILE
004450             KEY IS NOT LESS THAN TH-KEY
004460             INVALID KEY
004470                 MOVE WS-END-KEY TO WS-HISTORY-KEY
004480         END-START
004490         IF WS-HISTORY-KEY NOT = WS-END-KEY
004500             PERFORM 2200-READ-NEXT-HISTORY THRU 2200-EXIT
004510         END-IF
004520     END-IF
004530     PERFORM 2300-MATCH-ONE-STEP THRU 2300-EXIT
004540         UNTIL WS-MASTER-KEY = WS-END-KEY
004550             AND WS-HISTORY-KEY = WS-END-KEY.
004560 2000-EXIT.
004570     EXIT.
004580
004590 2100-READ-NEXT-MASTER.
004600     READ CUSTOMER-MASTER-FILE NEXT RECORD
004610         AT END
004620             MOVE WS-END-KEY TO WS-MASTER-KEY
004630     END-READ
004640     IF WS-MASTER-KEY NOT = WS-END-KEY
004650         IF WS-CUSTMAST-STATUS = "00" OR WS-CUSTMAST-STATUS = "02"
004660             ADD 1 TO WS-READ-COUNT
004670             ADD 1 TO WS-CUSTOMER-COUNT
004680             MOVE CM-CUSTOMER-NUMBER TO WS-MASTER-KEY
004690             PERFORM 3000-OPEN-CUSTOMER THRU 3000-EXIT
004700         ELSE
004710             DISPLAY "I-O ERROR READING CUSTOMER MASTER, STATUS "
004720                 WS-CUSTMAST-STATUS
004730             MOVE WS-END-KEY TO WS-MASTER-KEY
004740             MOVE WS-END-KEY TO WS-HISTORY-KEY
004750             MOVE "Y" TO WS-RUN-FAILED-SWITCH
004760             MOVE 8 TO WS-RETURN-SEVERITY
004770         END-IF
004780     END-IF.
004790 2100-EXIT.
004800     EXIT.
004810
004820 2200-READ-NEXT-HISTORY.
004830     READ TRANS-HISTORY-FILE NEXT RECORD
004840         AT END
004850             MOVE WS-END-KEY TO WS-HISTORY-KEY
004860     END-READ
004870     IF WS-HISTORY-KEY NOT = WS-END-KEY
004880         IF WS-HIST-STATUS = "00" OR WS-HIST-STATUS = "02"
004890             ADD 1 TO WS-READ-COUNT
004900             ADD 1 TO WS-HISTORY-COUNT
004910             MOVE TH-CUSTOMER-NUMBER TO WS-HISTORY-KEY
004920         ELSE
004930             DISPLAY "I-O ERROR READING HISTORY MASTER, STATUS "
004940                 WS-HIST-STATUS
004950             MOVE WS-END-KEY TO WS-MASTER-KEY
004960             MOVE WS-END-KEY TO WS-HISTORY-KEY
004970             MOVE "Y" TO WS-RUN-FAILED-SWITCH
004980             MOVE 8 TO WS-RETURN-SEVERITY
004990         END-IF
005000     END-IF.
005010 2200-EXIT.
005020     EXIT.
005030
005040 2300-MATCH-ONE-STEP.
005050     EVALUATE TRUE
005060         WHEN WS-HISTORY-KEY < WS-MASTER-KEY
005070             PERFORM 3200-REPORT-ORPHAN-HISTORY THRU 3200-EXIT
005080             PERFORM 2200-READ-NEXT-HISTORY THRU 2200-EXIT
005090         WHEN WS-HISTORY-KEY = WS-MASTER-KEY
005100             PERFORM 3100-CHECK-HISTORY-ENTRY THRU 3100-EXIT
005110             PERFORM 2200-READ-NEXT-HISTORY THRU 2200-EXIT
005120         WHEN OTHER
005130             PERFORM 3300-CLOSE-CUSTOMER THRU 3300-EXIT
005140             PERFORM 2100-READ-NEXT-MASTER THRU 2100-EXIT
005150     END-EVALUATE.
005160 2300-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------
005200* 3000 SERIES - ONE CUSTOMER
005210*----------------------------------------------------------------
005220 3000-OPEN-CUSTOMER.
005230     MOVE ZERO TO WS-LATEST-HIST-DATE
005240     MOVE ZERO TO WS-INACTIVE-SINCE
005250     IF CM-CUSTOMER-NUMBER > WS-HIGHEST-CUSTOMER
005260         MOVE CM-CUSTOMER-NUMBER TO WS-HIGHEST-CUSTOMER
005270     END-IF
005280     IF CM-CUST-INACTIVE
005290         MOVE CM-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
005300         PERFORM 1160-FIND-INACTIVE-ENTRY THRU 1160-EXIT
005310         IF WS-FOUND-SUB > ZERO
005320             MOVE IT-INACTIVE-DATE (WS-FOUND-SUB)
005330                 TO WS-INACTIVE-SINCE
005340         END-IF
005350     END-IF.
005360 3000-EXIT.
005370     EXIT.
005380
005390 3100-CHECK-HISTORY-ENTRY.
005400     IF TH-TRANS-DATE > WS-LATEST-HIST-DATE
005410         MOVE TH-TRANS-DATE TO WS-LATEST-HIST-DATE
005420     END-IF
005430     IF WS-INACTIVE-SINCE > ZERO
005440             AND TH-TRANS-DATE > WS-INACTIVE-SINCE
005450         PERFORM 5050-SET-HISTORY-KEY THRU 5050-EXIT
005460         MOVE WS-INACTIVE-SINCE TO WS-EDIT-DATE
005470         STRING "ENTRY DATED AFTER CUSTOMER SET INACTIVE ON "
005480             WS-EDIT-DATE " (MAINTJNL)"
005490             DELIMITED BY SIZE INTO ID-PROBLEM
005500         END-STRING
005510         ADD 1 TO WS-AFTER-INACTIVE-COUNT
005520         PERFORM 5100-WRITE-EXCEPTION-LINE THRU 5100-EXIT
005530     END-IF.
005540 3100-EXIT.
005550     EXIT.
005560
005570 3200-REPORT-ORPHAN-HISTORY.
005580     PERFORM 5050-SET-HISTORY-KEY THRU 5050-EXIT
005590     MOVE "CUSTOMER NUMBER NOT ON CUSTMAST" TO ID-PROBLEM
005600     ADD 1 TO WS-ORPHAN-HIST-COUNT
005610     PERFORM 5100-WRITE-EXCEPTION-LINE THRU 5100-EXIT.
005620 3200-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------------
005660* The master's last activity should be the customer's latest
005670* history date. A customer with no history agrees in two ways:
005680* added at the terminal (CUST-MAINT), both dates are zero; added
005690* by PRACTICE-ROOM, last activity is stamped with the date added
005700* before the entry that added the customer can still be rejected
005710* (DZ, OV, DP), so last activity equal to the date added is
005720* consistent with no history. A number merged into another gave
005730* its history away and keeps its last activity as it stood, so it
005740* is not compared.
005750*----------------------------------------------------------------
005760 3300-CLOSE-CUSTOMER.
005770     IF CM-MERGED-INTO = ZERO
005780             AND CM-LAST-ACTIVITY NOT = WS-LATEST-HIST-DATE
005790             AND NOT (WS-LATEST-HIST-DATE = ZERO
005800                 AND CM-LAST-ACTIVITY = CM-DATE-ADDED)
005810         MOVE SPACES TO INTG-DETAIL-LINE
005820         MOVE "CUSTMAST" TO ID-FILE
005830         MOVE CM-CUSTOMER-NUMBER TO ID-KEY
005840         MOVE WS-LATEST-HIST-DATE TO WS-EDIT-DATE
005850         STRING "CM-LAST-ACTIVITY " CM-LAST-ACTIVITY
005860             " BUT LATEST TRANHIST DATE IS " WS-EDIT-DATE
005870             DELIMITED BY SIZE INTO ID-PROBLEM
005880         END-STRING
005890         ADD 1 TO WS-ACTIVITY-COUNT
005900         PERFORM 5100-WRITE-EXCEPTION-LINE THRU 5100-EXIT
005910     END-IF.
005920 3300-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------
005960* 4000 SERIES - CONTROL FILE, REJECTS, AND OPEN ITEMS
005970* PRACTICE-ROOM adds a customer at the control value plus one,
005980* so a control value below the highest number on file means the
005990* next add lands on a number already taken. A missing or zero
006000* control file is rebuilt from the master at the next add and
006010* is not an exception.
006020*----------------------------------------------------------------
006030 4000-CHECK-CUSTNO-CONTROL.
006040     MOVE ZERO TO WS-CUSTNO-CONTROL
006050     OPEN INPUT CUSTNO-FILE
006060     IF WS-CUSTNO-STATUS = "00" OR WS-CUSTNO-STATUS = "05"
006070         READ CUSTNO-FILE
006080             AT END
006090                 CONTINUE
006100         END-READ
006110         IF WS-CUSTNO-STATUS = "00"
006120             ADD 1 TO WS-READ-COUNT
006130             MOVE CN-LAST-CUSTOMER-NO TO WS-CUSTNO-CONTROL
006140         END-IF
006150         CLOSE CUSTNO-FILE
006160     END-IF
006170     IF WS-CUSTNO-CONTROL > ZERO
006180             AND WS-CUSTNO-CONTROL < WS-HIGHEST-CUSTOMER
006190         MOVE SPACES TO INTG-DETAIL-LINE
006200         MOVE "CUSTNUMS" TO ID-FILE
006210         MOVE "CONTROL RECORD" TO ID-KEY
006220         MOVE WS-HIGHEST-CUSTOMER TO WS-EDIT-CUSTOMER
006230         STRING "LAST NUMBER " WS-CUSTNO-CONTROL
006240             " IS BELOW HIGHEST CUSTOMER ON FILE "
006250             WS-EDIT-CUSTOMER
006260             " - NEXT ADD WOULD COLLIDE"
006270             DELIMITED BY SIZE INTO ID-PROBLEM
006280         END-STRING
006290         ADD 1 TO WS-CUSTNO-LOW-COUNT
006300         PERFORM 5100-WRITE-EXCEPTION-LINE THRU 5100-EXIT
006310     END-IF.
006320 4000-EXIT.
006330     EXIT.
006340
006350*----------------------------------------------------------------
006360* A reject marked repaired was reposted by a REJIN rerun on its
006370* status date, so history should hold an entry on that date for
006380* a customer of that name with that operation. The customer is
006390* found by name through the master's last-name key, as
006400* PRACTICE-ROOM finds them; a customer since merged is looked
006410* for under the survivor too.
006420*----------------------------------------------------------------
006430 4100-CHECK-REPAIRED-REJECTS.
006440     OPEN INPUT REJECT-SUSPENSE-FILE
006450     IF WS-REJMAST-STATUS = "00" OR WS-REJMAST-STATUS = "05"
006460         MOVE "N" TO WS-SCAN-DONE-SWITCH
006470         PERFORM 4150-CHECK-ONE-REJECT THRU 4150-EXIT
006480             UNTIL SCAN-IS-DONE
006490         CLOSE REJECT-SUSPENSE-FILE
006500     ELSE
006510         DISPLAY "UNABLE TO OPEN REJECT SUSPENSE MASTER, STATUS "
006520             WS-REJMAST-STATUS
006530         MOVE "Y" TO WS-RUN-FAILED-SWITCH
006540         MOVE 8 TO WS-RETURN-SEVERITY
006550     END-IF.
006560 4100-EXIT.
006570     EXIT.
006580
006590 4150-CHECK-ONE-REJECT.
006600     READ REJECT-SUSPENSE-FILE NEXT RECORD
006610         AT END
006620             MOVE "Y" TO WS-SCAN-DONE-SWITCH
006630     END-READ
006640     EVALUATE TRUE
006650         WHEN SCAN-IS-DONE
006660             CONTINUE
006670         WHEN WS-REJMAST-STATUS NOT = "00"
006680                 AND WS-REJMAST-STATUS NOT = "02"
006690             DISPLAY "I-O ERROR READING REJECT SUSPENSE MASTER,"
006700                 " STATUS " WS-REJMAST-STATUS
006710             MOVE "Y" TO WS-SCAN-DONE-SWITCH
006720             MOVE "Y" TO WS-RUN-FAILED-SWITCH
006730             MOVE 8 TO WS-RETURN-SEVERITY
006740         WHEN RS-REPAIRED
006750             ADD 1 TO WS-READ-COUNT
006760             ADD 1 TO WS-REPAIRED-COUNT
006770             MOVE RS-BATCH-IMAGE TO WS-REPAIRED-IMAGE
006780             PERFORM 4200-FIND-REPAIRED-POSTING THRU 4200-EXIT
006790             IF NOT POSTING-WAS-FOUND
006800                 PERFORM 4400-REPORT-UNPOSTED-REPAIR
006810                     THRU 4400-EXIT
006820             END-IF
006830         WHEN OTHER
006840             ADD 1 TO WS-READ-COUNT
006850     END-EVALUATE.
006860 4150-EXIT.
006870     EXIT.
006880
006890 4200-FIND-REPAIRED-POSTING.
006900     MOVE "N" TO WS-POSTING-FOUND-SWITCH
006910     IF HISTORY-IS-OPEN
006920         MOVE "N" TO WS-NAME-SCAN-SWITCH
006930         MOVE WR-LAST-NAME TO CM-LAST-NAME
006940         START CUSTOMER-MASTER-FILE
006950             KEY IS EQUAL TO CM-LAST-NAME
006960             INVALID KEY
006970                 MOVE "Y" TO WS-NAME-SCAN-SWITCH
006980         END-START
006990         PERFORM 4250-CHECK-ONE-NAMESAKE THRU 4250-EXIT
007000             UNTIL NAME-SCAN-IS-DONE OR POSTING-WAS-FOUND
007010     END-IF.
007020 4200-EXIT.
007030     EXIT.
007040
007050 4250-CHECK-ONE-NAMESAKE.
007060     READ CUSTOMER-MASTER-FILE NEXT RECORD
007070         AT END
007080             MOVE "Y" TO WS-NAME-SCAN-SWITCH
007090     END-READ
007100     EVALUATE TRUE
007110         WHEN NAME-SCAN-IS-DONE
007120             CONTINUE
007130         WHEN WS-CUSTMAST-STATUS NOT = "00"
007140                 AND WS-CUSTMAST-STATUS NOT = "02"
007150             MOVE "Y" TO WS-NAME-SCAN-SWITCH
007160         WHEN CM-LAST-NAME NOT = WR-LAST-NAME
007170             MOVE "Y" TO WS-NAME-SCAN-SWITCH
007180         WHEN CM-FIRST-NAME NOT = WR-FIRST-NAME
007190             CONTINUE
007200         WHEN OTHER
007210             MOVE CM-MERGED-INTO TO WS-SURVIVOR-CUSTOMER
007220             MOVE CM-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
007230             PERFORM 4300-SCAN-POSTING-DAY THRU 4300-EXIT
007240             IF NOT POSTING-WAS-FOUND
007250                     AND WS-SURVIVOR-CUSTOMER > ZERO
007260                 MOVE WS-SURVIVOR-CUSTOMER TO WS-LOOKUP-CUSTOMER
007270                 PERFORM 4300-SCAN-POSTING-DAY THRU 4300-EXIT
007280             END-IF
007290     END-EVALUATE.
007300 4250-EXIT.
007310     EXIT.
007320
007330 4300-SCAN-POSTING-DAY.
007340     MOVE "N" TO WS-DAY-SCAN-SWITCH
007350     MOVE WS-LOOKUP-CUSTOMER TO TH-CUSTOMER-NUMBER
007360     MOVE RS-STATUS-DATE TO TH-TRANS-DATE
007370     MOVE ZERO TO TH-SEQUENCE-NUMBER
007380     START TRANS-HISTORY-FILE
007390         KEY IS NOT LESS THAN TH-KEY
007400         INVALID KEY
007410             MOVE "Y" TO WS-DAY-SCAN-SWITCH
007420     END-START
007430     PERFORM 4350-CHECK-ONE-POSTING THRU 4350-EXIT
007440         UNTIL DAY-SCAN-IS-DONE OR POSTING-WAS-FOUND.
007450 4300-EXIT.
007460     EXIT.
007470
007480 4350-CHECK-ONE-POSTING.
007490     READ TRANS-HISTORY-FILE NEXT RECORD
007500         AT END
007510             MOVE "Y" TO WS-DAY-SCAN-SWITCH
007520     END-READ
007530     EVALUATE TRUE
007540         WHEN DAY-SCAN-IS-DONE
007550             CONTINUE
007560         WHEN WS-HIST-STATUS NOT = "00"
007570                 AND WS-HIST-STATUS NOT = "02"
007580             MOVE "Y" TO WS-DAY-SCAN-SWITCH
007590         WHEN TH-CUSTOMER-NUMBER NOT = WS-LOOKUP-CUSTOMER
007600                 OR TH-TRANS-DATE NOT = RS-STATUS-DATE
007610             MOVE "Y" TO WS-DAY-SCAN-SWITCH
007620         WHEN TH-OPERATION-CODE = WR-OPERATION-CODE
007630                 AND TH-FIRST-NAME = WR-FIRST-NAME
007640                 AND TH-LAST-NAME = WR-LAST-NAME
007650             MOVE "Y" TO WS-POSTING-FOUND-SWITCH
007660         WHEN OTHER
007670             CONTINUE
007680     END-EVALUATE.
007690 4350-EXIT.
007700     EXIT.
007710
007720 4400-REPORT-UNPOSTED-REPAIR.
007730     MOVE SPACES TO INTG-DETAIL-LINE
007740     MOVE "REJMAST" TO ID-FILE
007750     MOVE RS-RECORD-NUMBER TO WS-EDIT-RECORD-NUMBER
007760     STRING RS-BATCH-ID "/" WS-EDIT-RECORD-NUMBER
007770         DELIMITED BY SIZE INTO ID-KEY
007780     END-STRING
007790     STRING "STATUS R ON " RS-STATUS-DATE
007800         " BUT NO MATCHING TRANHIST POSTING FOR "
007810         WR-LAST-NAME " OP " WR-OPERATION-CODE
007820         DELIMITED BY SIZE INTO ID-PROBLEM
007830     END-STRING
007840     ADD 1 TO WS-UNPOSTED-REPAIR-COUNT
007850     PERFORM 5100-WRITE-EXCEPTION-LINE THRU 5100-EXIT.
007860 4400-EXIT.
007870     EXIT.
007880
007890*----------------------------------------------------------------
007900* Every open item should belong to a customer on the master. An
007910* item still under a number merged into another was missed when
007920* OPENNEW replaced OPENITEM, and is reported too.
007930*----------------------------------------------------------------
007940 4500-CHECK-OPEN-ITEMS.
007950     OPEN INPUT OPEN-ITEM-FILE
007960     IF WS-OPENITEM-STATUS = "00" OR WS-OPENITEM-STATUS = "05"
007970         MOVE "N" TO WS-SCAN-DONE-SWITCH
007980         PERFORM 4550-CHECK-ONE-OPEN-ITEM THRU 4550-EXIT
007990             UNTIL SCAN-IS-DONE
008000         CLOSE OPEN-ITEM-FILE
008010     ELSE
008020         DISPLAY "UNABLE TO OPEN OPENITEM, STATUS "
008030             WS-OPENITEM-STATUS
008040         MOVE "Y" TO WS-RUN-FAILED-SWITCH
008050         MOVE 8 TO WS-RETURN-SEVERITY
008060     END-IF.
008070 4500-EXIT.
008080     EXIT.
008090
008100 4550-CHECK-ONE-OPEN-ITEM.
008110     READ OPEN-ITEM-FILE
008120         AT END
008130             MOVE "Y" TO WS-SCAN-DONE-SWITCH
008140     END-READ
008150     IF NOT SCAN-IS-DONE
008160         ADD 1 TO WS-READ-COUNT
008170         ADD 1 TO WS-OPEN-ITEM-COUNT
008180         MOVE SPACES TO INTG-DETAIL-LINE
008190         MOVE "OPENITEM" TO ID-FILE
008200         STRING OI-CUSTOMER-NUMBER " REF " OI-TRANS-REFERENCE
008210             DELIMITED BY SIZE INTO ID-KEY
008220         END-STRING
008230         MOVE OI-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
008240         READ CUSTOMER-MASTER-FILE
008250             INVALID KEY
008260                 MOVE "CUSTOMER NUMBER NOT ON CUSTMAST"
008270                     TO ID-PROBLEM
008280                 ADD 1 TO WS-ORPHAN-ITEM-COUNT
008290                 PERFORM 5100-WRITE-EXCEPTION-LINE THRU 5100-EXIT
008300             NOT INVALID KEY
008310                 IF CM-MERGED-INTO > ZERO
008320                     STRING "CUSTOMER WAS MERGED INTO "
008330                         CM-MERGED-INTO
008340                         " - ITEM NOT REPOINTED"
008350                         DELIMITED BY SIZE INTO ID-PROBLEM
008360                     END-STRING
008370                     ADD 1 TO WS-ORPHAN-ITEM-COUNT
008380                     PERFORM 5100-WRITE-EXCEPTION-LINE
008390                         THRU 5100-EXIT
008400                 END-IF
008410         END-READ
008420     END-IF.
008430 4550-EXIT.
008440     EXIT.
008450
008460*----------------------------------------------------------------
008470* 5000 SERIES - REPORT LINES
008480*----------------------------------------------------------------
008490 5050-SET-HISTORY-KEY.
008500     MOVE SPACES TO INTG-DETAIL-LINE
008510     MOVE "TRANHIST" TO ID-FILE
008520     STRING TH-CUSTOMER-NUMBER "-" TH-TRANS-DATE "-"
008530         TH-SEQUENCE-NUMBER
008540         DELIMITED BY SIZE INTO ID-KEY
008550     END-STRING.
008560 5050-EXIT.
008570     EXIT.
008580
008590 5100-WRITE-EXCEPTION-LINE.
008600     IF WS-LINE-COUNT = ZERO
008610             OR WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
008620         PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
008630     END-IF
008640     WRITE INTG-PRINT-LINE FROM INTG-DETAIL-LINE
008650     ADD 1 TO WS-LINE-COUNT
008660     ADD 1 TO WS-EXCEPTION-COUNT.
008670 5100-EXIT.
008680     EXIT.
008690
008700 5200-WRITE-REPORT-HEADERS.
008710     IF WS-LINE-COUNT > ZERO
008720         ADD 1 TO WS-PAGE-NUMBER
008730     END-IF
008740     MOVE WS-RUN-DATE TO IH2-RUN-DATE
008750     MOVE WS-PAGE-NUMBER TO IH2-PAGE-NO
008760     WRITE INTG-PRINT-LINE FROM INTG-HEADING-1
008770     WRITE INTG-PRINT-LINE FROM INTG-HEADING-2
008780     WRITE INTG-PRINT-LINE FROM INTG-HEADING-3
008790     MOVE 3 TO WS-LINE-COUNT.
008800 5200-EXIT.
008810     EXIT.
008820
008830*----------------------------------------------------------------
008840* 9000 SERIES - END OF RUN
008850*----------------------------------------------------------------
008860 9100-PRINT-TOTALS.
008870     IF WS-LINE-COUNT = ZERO
008880         PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
008890     END-IF
008900     IF WS-EXCEPTION-COUNT = ZERO AND NOT RUN-HAS-FAILED
008910         MOVE SPACES TO INTG-MESSAGE-LINE
008920         MOVE "NO EXCEPTIONS - THE FILES AGREE" TO IM-MESSAGE
008930         WRITE INTG-PRINT-LINE FROM INTG-MESSAGE-LINE
008940     END-IF
008950     IF RUN-HAS-FAILED
008960         MOVE SPACES TO INTG-MESSAGE-LINE
008970         MOVE "RUN FAILED - CHECK IS INCOMPLETE" TO IM-MESSAGE
008980         WRITE INTG-PRINT-LINE FROM INTG-MESSAGE-LINE
008990     END-IF
009000     MOVE SPACES TO INTG-TOTAL-LINE
009010     MOVE "CUSTOMERS CHECKED:" TO IT-LABEL
009020     MOVE WS-CUSTOMER-COUNT TO IT-COUNT
009030     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE
009040     MOVE SPACES TO INTG-TOTAL-LINE
009050     MOVE "HISTORY ENTRIES CHECKED:" TO IT-LABEL
009060     MOVE WS-HISTORY-COUNT TO IT-COUNT
009070     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE
009080     MOVE SPACES TO INTG-TOTAL-LINE
009090     MOVE "REPAIRED REJECTS CHECKED:" TO IT-LABEL
009100     MOVE WS-REPAIRED-COUNT TO IT-COUNT
009110     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE
009120     MOVE SPACES TO INTG-TOTAL-LINE
009130     MOVE "OPEN ITEMS CHECKED:" TO IT-LABEL
009140     MOVE WS-OPEN-ITEM-COUNT TO IT-COUNT
009150     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE
009160     MOVE SPACES TO INTG-TOTAL-LINE
009170     MOVE "EXCEPTIONS REPORTED:" TO IT-LABEL
009180     MOVE WS-EXCEPTION-COUNT TO IT-COUNT
009190     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE
009200     MOVE SPACES TO INTG-TOTAL-LINE
009210     MOVE "  HISTORY WITHOUT A CUSTOMER:" TO IT-LABEL
009220     MOVE WS-ORPHAN-HIST-COUNT TO IT-COUNT
009230     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE
009240     MOVE SPACES TO INTG-TOTAL-LINE
009250     MOVE "  LAST ACTIVITY DISAGREES:" TO IT-LABEL
009260     MOVE WS-ACTIVITY-COUNT TO IT-COUNT
009270     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE
009280     MOVE SPACES TO INTG-TOTAL-LINE
009290     MOVE "  HISTORY AFTER INACTIVE:" TO IT-LABEL
009300     MOVE WS-AFTER-INACTIVE-COUNT TO IT-COUNT
009310     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE
009320     MOVE SPACES TO INTG-TOTAL-LINE
009330     MOVE "  CUSTNUMS BELOW HIGHEST NUMBER:" TO IT-LABEL
009340     MOVE WS-CUSTNO-LOW-COUNT TO IT-COUNT
009350     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE
009360     MOVE SPACES TO INTG-TOTAL-LINE
009370     MOVE "  REPAIRED REJECT NOT POSTED:" TO IT-LABEL
009380     MOVE WS-UNPOSTED-REPAIR-COUNT TO IT-COUNT
009390     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE
009400     MOVE SPACES TO INTG-TOTAL-LINE
009410     MOVE "  OPEN ITEM WITHOUT A CUSTOMER:" TO IT-LABEL
009420     MOVE WS-ORPHAN-ITEM-COUNT TO IT-COUNT
009430     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE.
009440 9100-EXIT.
009450     EXIT.
009460
009470 9000-FINISH-UP.
009480     IF RUN-IS-USABLE
009490         CLOSE INTG-PRINT-FILE
009500         IF HISTORY-IS-OPEN
009510             CLOSE TRANS-HISTORY-FILE
009520         END-IF
009530         CLOSE CUSTOMER-MASTER-FILE
009540         IF RUN-HAS-FAILED
009550             DISPLAY "INTEGRITY CHECK FAILED - INTGRPT IS"
009560                 " INCOMPLETE - CORRECT THE PROBLEM AND RERUN"
009570         ELSE
009580             DISPLAY "CROSS-FILE INTEGRITY CHECK COMPLETE"
009590         END-IF
009600         DISPLAY "  RECORDS READ:          " WS-READ-COUNT
009610         DISPLAY "  CUSTOMERS CHECKED:     " WS-CUSTOMER-COUNT
009620         DISPLAY "  EXCEPTIONS REPORTED:   " WS-EXCEPTION-COUNT
009630         IF WS-RETURN-SEVERITY = ZERO
009640                 AND WS-EXCEPTION-COUNT > ZERO
009650             MOVE 4 TO WS-RETURN-SEVERITY
009660         END-IF
009670     END-IF
009680     IF WS-RETURN-SEVERITY > ZERO
009690         DISPLAY "RUN ENDED WITH CONDITION CODE "
009700             WS-RETURN-SEVERITY
009710     END-IF
009720     MOVE WS-RETURN-SEVERITY TO RETURN-CODE
009730     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
009740 9000-EXIT.
009750     EXIT.
009760
009770*----------------------------------------------------------------
009780* The run's completion record for RUN-REPORT. The posted count
009790* carries the customers checked.
009800*----------------------------------------------------------------
009810 9500-WRITE-RUN-LOG.
009820     OPEN EXTEND RUN-LOG-FILE
009830     IF WS-RUNLOG-STATUS NOT = "00"
009840             AND WS-RUNLOG-STATUS NOT = "05"
009850         OPEN OUTPUT RUN-LOG-FILE
009860     END-IF
009870     IF WS-RUNLOG-STATUS = "00" OR WS-RUNLOG-STATUS = "05"
009880         MOVE SPACES TO RUN-LOG-RECORD
009890         MOVE "INTEGRITY-CHK" TO RL-PROGRAM-NAME
009900         MOVE WS-RUN-DATE TO RL-PROCESS-DATE
009910         MOVE WS-START-TIME TO RL-START-TIME
009920         ACCEPT RL-END-TIME FROM TIME
009930         MOVE WS-READ-COUNT TO RL-READ-COUNT
009940         MOVE WS-CUSTOMER-COUNT TO RL-POSTED-COUNT
009950         MOVE WS-EXCEPTION-COUNT TO RL-ERROR-COUNT
009960         MOVE WS-RETURN-SEVERITY TO RL-CONDITION-CODE
009970         WRITE RUN-LOG-RECORD
009980         CLOSE RUN-LOG-FILE
009990     ELSE
010000         DISPLAY "UNABLE TO UPDATE RUN LOG, STATUS "
010010             WS-RUNLOG-STATUS
010020     END-IF.
010030 9500-EXIT.
010040     EXIT.
010050
010060 END PROGRAM INTEGRITY-CHK.
