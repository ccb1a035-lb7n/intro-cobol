000010*****************************************************************
000020*Date October 15, 2026
000030*Purpose: Nightly high-value and unusual-activity exception
000040*         report over the day's transaction history
000050*Tectonics: cobc
000060*----------------------------------------------------------------
000070*Modification History:
000080* 2026-10-15 DL   - Initial version. The daily report and the
000090*            control-totals page give one grand total, so a
000100*            fat-fingered result looks the same there as a normal
000110*            one. This job runs after HIST-LOAD and reads the
000120*            process date's entries on TRANHIST (date from the
000130*            optional RUNPARM) with the customer master, and
000140*            prints to EXCPRPT every entry or customer that
000150*            breaks one of four rules: a result larger than the
000160*            threshold, a day's entry count or value far above
000170*            the customer's own trailing 30-day average, an entry
000180*            for a customer idle longer than a set number of
000190*            days, and a negative result from an add, multiply,
000200*            or divide. Thresholds come from the optional
000210*            EXCPPARM parameter file, with house defaults when
000220*            it is absent. Condition codes follow the house
000230*            convention - 0 nothing to report, 4 exceptions for
000240*            a supervisor to review before the extract goes out,
000250*            8 failed mid-run, 16 no history or customer master
000260*            to read - and the run appends a completion record to
000270*            the shared run log (RUNLOG).
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. EXCEPTION-RPT.
000310 AUTHOR. DATA-PROCESSING-TEAM.
000320 INSTALLATION. TRAINING-DEPT.
000330 DATE-WRITTEN. OCTOBER 15, 2026.
000340 DATE-COMPILED.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT TRANS-HISTORY-FILE ASSIGN TO "TRANHIST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS TH-KEY
000420         FILE STATUS IS WS-HIST-STATUS.
000430
000440     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CM-CUSTOMER-NUMBER
000480         ALTERNATE RECORD KEY IS CM-LAST-NAME
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-CUSTMAST-STATUS.
000510
000520     SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RUNPARM-STATUS.
000550
000560     SELECT OPTIONAL EXCP-PARM-FILE ASSIGN TO "EXCPPARM"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-EXCPPARM-STATUS.
000590
000600     SELECT EXCP-PRINT-FILE ASSIGN TO "EXCPRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620
000630     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RUNLOG-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  TRANS-HISTORY-FILE.
000700     COPY HISTREC.
000710
000720 FD  CUSTOMER-MASTER-FILE.
000730     COPY CUSTREC.
000740
000750 FD  RUN-PARM-FILE.
000760 01  RUN-PARM-RECORD.
000770     05  RP-PROCESS-DATE      PIC X(06).
000780     05  FILLER               PIC X(08).
000790
000800*    Exception thresholds, one record, every field optional
000810*    (blank or non-numeric keeps the default):
000820*      result threshold  - whole units, right-justified, zero
000830*                          filled; an entry whose result is
000840*                          larger than this either way is
000850*                          reported (default 1,000,000)
000860*      spike factor      - a day's count or value above this
000870*                          many times the customer's trailing
000880*                          daily average is reported (default 5)
000890*      spike minimum     - fewer entries than this in the day
000900*                          are never a spike (default 3)
000910*      dormant days      - an entry for a customer idle longer
000920*                          than this is reported (default 180)
000930 FD  EXCP-PARM-FILE.
000940 01  EXCP-PARM-RECORD.
000950     05  EP-RESULT-THRESHOLD  PIC X(19).
000960     05  EP-SPIKE-FACTOR      PIC X(03).
000970     05  EP-SPIKE-MINIMUM     PIC X(03).
000980     05  EP-DORMANT-DAYS      PIC X(05).
000990
001000 FD  EXCP-PRINT-FILE.
001010 01  EXCP-PRINT-LINE          PIC X(132).
001020
001030 FD  RUN-LOG-FILE.
001040     COPY RUNREC.
001050
001060 WORKING-STORAGE SECTION.
001070 01  WS-SWITCHES.
001080     05  WS-MORE-RECORDS-SWITCH    PIC X(01) VALUE "Y".
001090         88  MORE-RECORDS-REMAIN       VALUE "Y".
001100         88  NO-MORE-RECORDS           VALUE "N".
001110     05  WS-RUN-USABLE-SWITCH      PIC X(01) VALUE "Y".
001120         88  RUN-IS-USABLE             VALUE "Y".
001130     05  WS-RUN-FAILED-SWITCH      PIC X(01) VALUE "N".
001140         88  RUN-HAS-FAILED            VALUE "Y".
001150     05  WS-CUST-OPEN-SWITCH       PIC X(01) VALUE "N".
001160         88  CUSTOMER-IS-OPEN          VALUE "Y".
001170     05  WS-ON-MASTER-SWITCH       PIC X(01) VALUE "N".
001180         88  CUSTOMER-ON-MASTER        VALUE "Y".
001190     05  WS-LIMIT-VALID-SWITCH     PIC X(01) VALUE "Y".
001200         88  SPIKE-LIMIT-IS-VALID      VALUE "Y".
001210
001220 01  WS-FILE-STATUSES.
001230     05  WS-HIST-STATUS            PIC X(02).
001240         88  HIST-FILE-NOT-FOUND      VALUE "35".
001250     05  WS-CUSTMAST-STATUS        PIC X(02).
001260     05  WS-RUNPARM-STATUS         PIC X(02).
001270     05  WS-EXCPPARM-STATUS        PIC X(02).
001280     05  WS-RUNLOG-STATUS          PIC X(02).
001290
001300 01  WS-RUN-DATE               PIC 9(06).
001310 77  WS-START-TIME             PIC 9(08) VALUE ZERO.
001320
001330*    Thresholds in effect for the run.
001340 77  WS-RESULT-THRESHOLD       PIC 9(19) VALUE 1000000.
001350 77  WS-SPIKE-FACTOR           PIC 9(03) COMP VALUE 5.
001360 77  WS-SPIKE-MINIMUM          PIC 9(03) COMP VALUE 3.
001370 77  WS-DORMANT-DAYS           PIC 9(05) COMP VALUE 180.
001380 77  WS-TRAILING-DAYS          PIC 9(02) COMP VALUE 30.
001390
001400 77  WS-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
001410 77  WS-DAY-ENTRY-TOTAL        PIC 9(09) COMP VALUE ZERO.
001420 77  WS-DAY-CUSTOMER-TOTAL     PIC 9(09) COMP VALUE ZERO.
001430 77  WS-EXCEPTION-COUNT        PIC 9(09) COMP VALUE ZERO.
001440 77  WS-HIGH-VALUE-COUNT       PIC 9(09) COMP VALUE ZERO.
001450 77  WS-COUNT-SPIKE-COUNT      PIC 9(09) COMP VALUE ZERO.
001460 77  WS-VALUE-SPIKE-COUNT      PIC 9(09) COMP VALUE ZERO.
001470 77  WS-DORMANT-COUNT          PIC 9(09) COMP VALUE ZERO.
001480 77  WS-NEGATIVE-COUNT         PIC 9(09) COMP VALUE ZERO.
001490 77  WS-NO-MASTER-COUNT        PIC 9(09) COMP VALUE ZERO.
001500 77  WS-RETURN-SEVERITY        PIC 9(02) COMP VALUE ZERO.
001510 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
001520 77  WS-PAGE-NUMBER            PIC 9(03) COMP VALUE 1.
001530 77  WS-MAX-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.
001540
001550*    Day numbers bounding the trailing window (the 30 days
001560*    before the process date) and the dormancy arithmetic.
001570 77  WS-RUN-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
001580 77  WS-TRAILING-START-DAY     PIC 9(07) COMP VALUE ZERO.
001590 77  WS-IDLE-DAYS              PIC 9(07) COMP VALUE ZERO.
001600
001610*    One customer's figures, gathered across their history.
001620 77  WS-CURRENT-CUSTOMER       PIC 9(05) VALUE ZERO.
001630 77  WS-DAY-COUNT              PIC 9(09) COMP VALUE ZERO.
001640 77  WS-DAY-VALUE              PIC S9(19)V9(19) COMP-3
001650                                   VALUE ZERO.
001660 77  WS-TRAILING-COUNT         PIC 9(09) COMP VALUE ZERO.
001670 77  WS-TRAILING-VALUE         PIC S9(19)V9(19) COMP-3
001680                                   VALUE ZERO.
001690 77  WS-PRIOR-ACTIVITY-DATE    PIC 9(06) VALUE ZERO.
001700 77  WS-ENTRY-MAGNITUDE        PIC S9(19)V9(19) COMP-3
001710                                   VALUE ZERO.
001720 77  WS-AVERAGE-COUNT          PIC 9(07)V99 COMP-3 VALUE ZERO.
001730 77  WS-AVERAGE-VALUE          PIC S9(19)V9(19) COMP-3
001740                                   VALUE ZERO.
001750 77  WS-SPIKE-VALUE-LIMIT      PIC S9(19)V9(19) COMP-3
001760                                   VALUE ZERO.
001770 77  WS-COUNT-TIMES-DAYS       PIC 9(12) COMP VALUE ZERO.
001780 77  WS-SPIKE-COUNT-LIMIT      PIC 9(12) COMP VALUE ZERO.
001790 77  WS-OPERATION-WORK         PIC 9(01) VALUE ZERO.
001800
001810 01  WS-CUSTOMER-NAME          PIC X(42).
001820
001830*    The first of the customer's entries for the day, which the
001840*    dormancy line names.
001850 01  WS-FIRST-DAY-ENTRY.
001860     05  FE-TRANS-DATE         PIC 9(06).
001870     05  FE-SEQUENCE-NUMBER    PIC 9(04).
001880     05  FE-TRANS-REFERENCE    PIC 9(10).
001890     05  FE-OPERATION-CODE     PIC 9(01).
001900     05  FE-RESULT             PIC S9(19)V9(19) COMP-3.
001910
001920*    Edited work fields for the detail text.
001930 01  WS-EDIT-FIELDS.
001940     05  WS-EDIT-THRESHOLD     PIC Z(18)9.
001950     05  WS-EDIT-COUNT         PIC ZZZZ9.
001960     05  WS-EDIT-AVG-COUNT     PIC ZZZZ9.99.
001970     05  WS-EDIT-AVG-VALUE     PIC Z(15)9.99.
001980     05  WS-EDIT-IDLE-DAYS     PIC ZZZZ9.
001990
002000*    Calendar work fields: a YYMMDD date (window 2000-2099) is
002010*    turned into a running day number so two dates subtract to
002020*    a number of days.
002030 01  WS-DATE-WORK.
002040     05  WS-DW-DATE            PIC 9(06).
002050     05  WS-DW-SPLIT REDEFINES WS-DW-DATE.
002060         10  WS-DW-YEAR        PIC 9(02).
002070         10  WS-DW-MONTH       PIC 9(02).
002080         10  WS-DW-DAY         PIC 9(02).
002090     05  WS-DW-DAY-NUMBER      PIC 9(07) COMP.
002100     05  WS-DW-LEAP-REM        PIC 9(02) COMP.
002110     05  WS-DW-LEAP-QUOT       PIC 9(07) COMP.
002120
002130 01  WS-MONTH-OFFSET-VALUES.
002140     05  FILLER PIC X(12) VALUE "000031059090".
002150     05  FILLER PIC X(12) VALUE "120151181212".
002160     05  FILLER PIC X(12) VALUE "243273304334".
002170 01  WS-MONTH-OFFSETS REDEFINES WS-MONTH-OFFSET-VALUES.
002180     05  WS-MONTH-OFFSET       PIC 9(03) OCCURS 12 TIMES.
002190
002200 01  EXCP-HEADING-1.
002210     05  FILLER                PIC X(40) VALUE SPACES.
002220     05  FILLER                PIC X(40)
002230             VALUE "DAILY ACTIVITY EXCEPTION REPORT".
002240     05  FILLER                PIC X(52) VALUE SPACES.
002250
002260 01  EXCP-HEADING-2.
002270     05  FILLER                PIC X(14) VALUE "PROCESS DATE: ".
002280     05  EH2-RUN-DATE          PIC 9(06).
002290     05  FILLER                PIC X(10) VALUE SPACES.
002300     05  FILLER                PIC X(06) VALUE "PAGE: ".
002310     05  EH2-PAGE-NO           PIC ZZ9.
002320     05  FILLER                PIC X(93) VALUE SPACES.
002330
002340 01  EXCP-HEADING-3.
002350     05  FILLER                PIC X(07) VALUE "CUST".
002360     05  FILLER                PIC X(24) VALUE "NAME".
002370     05  FILLER                PIC X(13) VALUE "DATE-SEQ".
002380     05  FILLER                PIC X(12) VALUE "REFERENCE".
002390     05  FILLER                PIC X(09) VALUE "OPERATION".
002400     05  FILLER                PIC X(18) VALUE SPACES.
002410     05  FILLER                PIC X(08) VALUE "AMOUNT".
002420     05  FILLER                PIC X(12) VALUE "RULE".
002430     05  FILLER                PIC X(29) VALUE "DETAIL".
002440
002450 01  EXCP-DETAIL-LINE.
002460     05  ED-CUSTOMER-NUMBER    PIC 9(05).
002470     05  FILLER                PIC X(02) VALUE SPACES.
002480     05  ED-NAME               PIC X(22).
002490     05  FILLER                PIC X(02) VALUE SPACES.
002500     05  ED-ENTRY-KEY.
002510         10  ED-TRANS-DATE     PIC 9(06).
002520         10  ED-KEY-DASH       PIC X(01).
002530         10  ED-SEQUENCE-NUMBER
002540                               PIC 9(04).
002550     05  FILLER                PIC X(02) VALUE SPACES.
002560     05  ED-TRANS-REFERENCE    PIC 9(10).
002570     05  FILLER                PIC X(02) VALUE SPACES.
002580     05  ED-OPERATION          PIC X(08).
002590     05  FILLER                PIC X(01) VALUE SPACES.
002600     05  ED-AMOUNT             PIC -(18)9.9(04).
002610     05  FILLER                PIC X(02) VALUE SPACES.
002620     05  ED-RULE               PIC X(11).
002630     05  FILLER                PIC X(01) VALUE SPACES.
002640     05  ED-DETAIL             PIC X(29).
002650
002660 01  EXCP-TOTAL-LINE.
002670     05  ET-LABEL              PIC X(30).
002680     05  ET-COUNT              PIC ZZZ,ZZZ,ZZ9.
002690     05  FILLER                PIC X(91) VALUE SPACES.
002700
002710 01  EXCP-PARM-LINE.
002720     05  EL-LABEL              PIC X(30).
002730     05  EL-VALUE              PIC Z(18)9.
002740     05  FILLER                PIC X(83) VALUE SPACES.
002750
002760 PROCEDURE DIVISION.
002770
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002800     PERFORM 2000-PROCESS-ONE-HISTORY THRU 2000-EXIT
002810         UNTIL NO-MORE-RECORDS
002820     IF RUN-IS-USABLE
002830         PERFORM 3000-CLOSE-CUSTOMER THRU 3000-EXIT
002840         PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT
002850     END-IF
002860     PERFORM 9000-FINISH-UP THRU 9000-EXIT
002870     GOBACK.
002880
002890*----------------------------------------------------------------
002900* 1000 SERIES - START OF RUN
002910*----------------------------------------------------------------
002920 1000-INITIALIZE.
002930     ACCEPT WS-START-TIME FROM TIME
002940     ACCEPT WS-RUN-DATE FROM DATE
002950     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT
002960     PERFORM 1100-READ-EXCEPTION-PARMS THRU 1100-EXIT
002970     MOVE WS-RUN-DATE TO WS-DW-DATE
002980     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT
002990     MOVE WS-DW-DAY-NUMBER TO WS-RUN-DAY-NUMBER
003000     IF WS-RUN-DAY-NUMBER > WS-TRAILING-DAYS
003010         SUBTRACT WS-TRAILING-DAYS FROM WS-RUN-DAY-NUMBER
003020             GIVING WS-TRAILING-START-DAY
003030     END-IF
003040     OPEN INPUT TRANS-HISTORY-FILE
003050     IF WS-HIST-STATUS NOT = "00"
003060         IF HIST-FILE-NOT-FOUND
003070             DISPLAY "NO TRANSACTION HISTORY ON FILE -"
003080                 " NOTHING TO CHECK"
003090         ELSE
003100             DISPLAY "UNABLE TO OPEN HISTORY MASTER, STATUS "
003110                 WS-HIST-STATUS
003120         END-IF
003130         MOVE "N" TO WS-RUN-USABLE-SWITCH
003140         MOVE 16 TO WS-RETURN-SEVERITY
003150     END-IF
003160     IF RUN-IS-USABLE
003170         OPEN INPUT CUSTOMER-MASTER-FILE
003180         IF WS-CUSTMAST-STATUS NOT = "00"
003190             DISPLAY "UNABLE TO OPEN CUSTOMER MASTER, STATUS "
003200                 WS-CUSTMAST-STATUS
003210             CLOSE TRANS-HISTORY-FILE
003220             MOVE "N" TO WS-RUN-USABLE-SWITCH
003230             MOVE 16 TO WS-RETURN-SEVERITY
003240         END-IF
003250     END-IF
003260     IF RUN-IS-USABLE
003270         OPEN OUTPUT EXCP-PRINT-FILE
003280         PERFORM 1200-START-HISTORY-SCAN THRU 1200-EXIT
003290     ELSE
003300         MOVE "N" TO WS-MORE-RECORDS-SWITCH
003310     END-IF.
003320 1000-EXIT.
003330     EXIT.
003340
003350 1050-READ-RUN-PARMS.
003360     OPEN INPUT RUN-PARM-FILE
003370     IF WS-RUNPARM-STATUS = "00" OR WS-RUNPARM-STATUS = "05"
003380         READ RUN-PARM-FILE
003390             AT END
003400                 CONTINUE
003410         END-READ
003420         IF WS-RUNPARM-STATUS = "00"
003430                 AND RP-PROCESS-DATE IS NUMERIC
003440             MOVE RP-PROCESS-DATE TO WS-RUN-DATE
003450             DISPLAY "PROCESS DATE SET TO " WS-RUN-DATE
003460                 " FROM RUNPARM"
003470         END-IF
003480         CLOSE RUN-PARM-FILE
003490     END-IF.
003500 1050-EXIT.
003510     EXIT.
003520
003530*----------------------------------------------------------------
003540* The thresholds are set per installation without a recompile.
003550* A missing file, or a blank or non-numeric field, keeps the
003560* default; a zero spike factor or dormant days is taken as given
003570* and reports every candidate.
003580*----------------------------------------------------------------
003590 1100-READ-EXCEPTION-PARMS.
003600     OPEN INPUT EXCP-PARM-FILE
003610     IF WS-EXCPPARM-STATUS = "00" OR WS-EXCPPARM-STATUS = "05"
003620         READ EXCP-PARM-FILE
003630             AT END
003640                 CONTINUE
003650         END-READ
003660         IF WS-EXCPPARM-STATUS = "00"
003670             IF EP-RESULT-THRESHOLD IS NUMERIC
003680                 MOVE EP-RESULT-THRESHOLD TO WS-RESULT-THRESHOLD
003690             END-IF
003700             IF EP-SPIKE-FACTOR IS NUMERIC
003710                 MOVE EP-SPIKE-FACTOR TO WS-SPIKE-FACTOR
003720             END-IF
003730             IF EP-SPIKE-MINIMUM IS NUMERIC
003740                 MOVE EP-SPIKE-MINIMUM TO WS-SPIKE-MINIMUM
003750             END-IF
003760             IF EP-DORMANT-DAYS IS NUMERIC
003770                 MOVE EP-DORMANT-DAYS TO WS-DORMANT-DAYS
003780             END-IF
003790         END-IF
003800         CLOSE EXCP-PARM-FILE
003810     END-IF.
003820 1100-EXIT.
003830     EXIT.
003840
003850*----------------------------------------------------------------
003860* TRANHIST is keyed by customer number, date, and sequence, so
003870* one pass in key order delivers each customer's whole history
003880* together: the trailing 30 days and the last activity before
003890* the process date arrive ahead of the day's own entries.
003900*----------------------------------------------------------------
003910 1200-START-HISTORY-SCAN.
003920     MOVE ZERO TO TH-CUSTOMER-NUMBER
003930     MOVE ZERO TO TH-TRANS-DATE
003940     MOVE ZERO TO TH-SEQUENCE-NUMBER
003950     START TRANS-HISTORY-FILE
003960         KEY IS NOT LESS THAN TH-KEY
003970         INVALID KEY
003980             MOVE "N" TO WS-MORE-RECORDS-SWITCH
003990     END-START
004000     IF MORE-RECORDS-REMAIN
004010         PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT
004020     END-IF.
004030 1200-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------------
004070* 2000 SERIES - ONE HISTORY RECORD PER PASS
004080*----------------------------------------------------------------
004090 2000-PROCESS-ONE-HISTORY.
004100     ADD 1 TO WS-READ-COUNT
004110     IF TH-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
004120             OR NOT CUSTOMER-IS-OPEN
004130         PERFORM 3000-CLOSE-CUSTOMER THRU 3000-EXIT
004140         PERFORM 3100-OPEN-CUSTOMER THRU 3100-EXIT
004150     END-IF
004160     MOVE TH-RESULT TO WS-ENTRY-MAGNITUDE
004170     IF WS-ENTRY-MAGNITUDE < ZERO
004180         SUBTRACT WS-ENTRY-MAGNITUDE FROM ZERO
004190             GIVING WS-ENTRY-MAGNITUDE
004200     END-IF
004210     EVALUATE TRUE
004220         WHEN TH-TRANS-DATE = WS-RUN-DATE
004230             PERFORM 4000-CHECK-DAY-ENTRY THRU 4000-EXIT
004240         WHEN TH-TRANS-DATE < WS-RUN-DATE
004250             PERFORM 4100-NOTE-EARLIER-ENTRY THRU 4100-EXIT
004260         WHEN OTHER
004270             CONTINUE
004280     END-EVALUATE
004290     PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT.
004300 2000-EXIT.
004310     EXIT.
004320
004330 2100-READ-NEXT-HISTORY.
004340     READ TRANS-HISTORY-FILE NEXT RECORD
004350         AT END
004360             MOVE "N" TO WS-MORE-RECORDS-SWITCH
004370     END-READ
004380     IF MORE-RECORDS-REMAIN
004390             AND WS-HIST-STATUS NOT = "00"
004400             AND WS-HIST-STATUS NOT = "02"
004410         DISPLAY "I-O ERROR READING HISTORY MASTER, STATUS "
004420             WS-HIST-STATUS
004430         MOVE "N" TO WS-MORE-RECORDS-SWITCH
004440         MOVE "Y" TO WS-RUN-FAILED-SWITCH
004450         MOVE 8 TO WS-RETURN-SEVERITY
004460     END-IF.
004470 2100-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------------
004510* 3000 SERIES - CUSTOMER OPEN / CLOSE
004520* The customer-level rules - activity spike and dormancy - can
004530* only be judged once all of a customer's history has been
004540* read, so they run as the customer closes, and only for a
004550* customer with entries on the process date.
004560*----------------------------------------------------------------
004570 3000-CLOSE-CUSTOMER.
004580     IF CUSTOMER-IS-OPEN
004590         IF WS-DAY-COUNT > ZERO
004600             ADD 1 TO WS-DAY-CUSTOMER-TOTAL
004610             PERFORM 4200-CHECK-ACTIVITY-SPIKE THRU 4200-EXIT
004620             PERFORM 4300-CHECK-DORMANCY THRU 4300-EXIT
004630         END-IF
004640         MOVE "N" TO WS-CUST-OPEN-SWITCH
004650     END-IF.
004660 3000-EXIT.
004670     EXIT.
004680
004690 3100-OPEN-CUSTOMER.
004700     MOVE TH-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
004710     MOVE ZERO TO WS-DAY-COUNT
004720     MOVE ZERO TO WS-DAY-VALUE
004730     MOVE ZERO TO WS-TRAILING-COUNT
004740     MOVE ZERO TO WS-TRAILING-VALUE
004750     MOVE ZERO TO WS-PRIOR-ACTIVITY-DATE
004760     MOVE "N" TO WS-ON-MASTER-SWITCH
004770     MOVE SPACES TO WS-CUSTOMER-NAME
004780     MOVE "Y" TO WS-CUST-OPEN-SWITCH.
004790 3100-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------------
004830* Read once per customer, at their first entry of the day: the
004840* current name for the report and the master dates the
004850* dormancy rule needs. A customer missing from the master is
004860* still checked on the entry rules and named from history.
004870*----------------------------------------------------------------
004880 3300-FETCH-CUSTOMER.
004890     MOVE WS-CURRENT-CUSTOMER TO CM-CUSTOMER-NUMBER
004900     READ CUSTOMER-MASTER-FILE
004910         INVALID KEY
004920             DISPLAY "CUSTOMER " WS-CURRENT-CUSTOMER
004930                 " NOT ON CUSTOMER MASTER"
004940             ADD 1 TO WS-NO-MASTER-COUNT
004950             STRING TH-FIRST-NAME DELIMITED BY SPACE
004960                    " " DELIMITED BY SIZE
004970                    TH-LAST-NAME DELIMITED BY SPACE
004980                    INTO WS-CUSTOMER-NAME
004990             END-STRING
005000         NOT INVALID KEY
005010             MOVE "Y" TO WS-ON-MASTER-SWITCH
005020             STRING CM-FIRST-NAME DELIMITED BY SPACE
005030                    " " DELIMITED BY SIZE
005040                    CM-LAST-NAME DELIMITED BY SPACE
005050                    INTO WS-CUSTOMER-NAME
005060             END-STRING
005070     END-READ.
005080 3300-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------------
005120* 4000 SERIES - THE EXCEPTION RULES
005130* Entry rules: a result larger than the threshold (either way -
005140* a fat-fingered negative is as wrong as a positive one), and a
005150* negative result from an add, multiply, or divide, which the
005160* practice figures never produce. Subtractions go negative in
005170* the normal course and reversals are negative by design.
005180*----------------------------------------------------------------
005190 4000-CHECK-DAY-ENTRY.
005200     ADD 1 TO WS-DAY-ENTRY-TOTAL
005210     ADD 1 TO WS-DAY-COUNT
005220     ADD WS-ENTRY-MAGNITUDE TO WS-DAY-VALUE
005230         ON SIZE ERROR
005240             CONTINUE
005250     END-ADD
005260     IF WS-DAY-COUNT = 1
005270         PERFORM 3300-FETCH-CUSTOMER THRU 3300-EXIT
005280         MOVE TH-TRANS-DATE TO FE-TRANS-DATE
005290         MOVE TH-SEQUENCE-NUMBER TO FE-SEQUENCE-NUMBER
005300         MOVE TH-TRANS-REFERENCE TO FE-TRANS-REFERENCE
005310         MOVE TH-OPERATION-CODE TO FE-OPERATION-CODE
005320         MOVE TH-RESULT TO FE-RESULT
005330     END-IF
005340     IF WS-ENTRY-MAGNITUDE > WS-RESULT-THRESHOLD
005350         PERFORM 5000-SET-ENTRY-COLUMNS THRU 5000-EXIT
005360         MOVE "HIGH VALUE" TO ED-RULE
005370         MOVE WS-RESULT-THRESHOLD TO WS-EDIT-THRESHOLD
005380         STRING "LIMIT " WS-EDIT-THRESHOLD
005390             DELIMITED BY SIZE INTO ED-DETAIL
005400         END-STRING
005410         ADD 1 TO WS-HIGH-VALUE-COUNT
005420         PERFORM 5100-WRITE-EXCEPTION-LINE THRU 5100-EXIT
005430     END-IF
005440     IF TH-RESULT < ZERO
005450             AND (TH-OPERATION-CODE = 1 OR TH-OPERATION-CODE = 3
005460                  OR TH-OPERATION-CODE = 4)
005470         PERFORM 5000-SET-ENTRY-COLUMNS THRU 5000-EXIT
005480         MOVE "NEGATIVE" TO ED-RULE
005490         MOVE "OPERATION NORMALLY POSITIVE" TO ED-DETAIL
005500         ADD 1 TO WS-NEGATIVE-COUNT
005510         PERFORM 5100-WRITE-EXCEPTION-LINE THRU 5100-EXIT
005520     END-IF.
005530 4000-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------------
005570* Earlier history feeds the customer-level rules: entries in
005580* the 30 days before the process date make up the trailing
005590* average, and the latest earlier date is the customer's last
005600* activity before today.
005610*----------------------------------------------------------------
005620 4100-NOTE-EARLIER-ENTRY.
005630     MOVE TH-TRANS-DATE TO WS-PRIOR-ACTIVITY-DATE
005640     MOVE TH-TRANS-DATE TO WS-DW-DATE
005650     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT
005660     IF WS-DW-DAY-NUMBER NOT < WS-TRAILING-START-DAY
005670         ADD 1 TO WS-TRAILING-COUNT
005680         ADD WS-ENTRY-MAGNITUDE TO WS-TRAILING-VALUE
005690             ON SIZE ERROR
005700                 CONTINUE
005710         END-ADD
005720     END-IF.
005730 4100-EXIT.
005740     EXIT.
005750
005760*----------------------------------------------------------------
005770* A spike is a day's count, or a day's value (results taken
005780* without sign), above the spike factor times the customer's
005790* average per calendar day over the trailing 30 days. A
005800* customer with no trailing activity has no average to compare
005810* against - the dormancy rule covers them - and a day with
005820* fewer entries than the spike minimum is never a spike.
005830*----------------------------------------------------------------
005840 4200-CHECK-ACTIVITY-SPIKE.
005850     IF WS-TRAILING-COUNT > ZERO
005860             AND WS-DAY-COUNT NOT < WS-SPIKE-MINIMUM
005870         COMPUTE WS-AVERAGE-COUNT ROUNDED =
005880             WS-TRAILING-COUNT / WS-TRAILING-DAYS
005890         COMPUTE WS-COUNT-TIMES-DAYS =
005900             WS-DAY-COUNT * WS-TRAILING-DAYS
005910         COMPUTE WS-SPIKE-COUNT-LIMIT =
005920             WS-TRAILING-COUNT * WS-SPIKE-FACTOR
005930         IF WS-COUNT-TIMES-DAYS > WS-SPIKE-COUNT-LIMIT
005940             PERFORM 5050-SET-CUSTOMER-COLUMNS THRU 5050-EXIT
005950             MOVE "COUNT SPIKE" TO ED-RULE
005960             MOVE WS-DAY-COUNT TO WS-EDIT-COUNT
005970             MOVE WS-AVERAGE-COUNT TO WS-EDIT-AVG-COUNT
005980             STRING "COUNT " WS-EDIT-COUNT
005990                    " AVG " WS-EDIT-AVG-COUNT
006000                 DELIMITED BY SIZE INTO ED-DETAIL
006010             END-STRING
006020             ADD 1 TO WS-COUNT-SPIKE-COUNT
006030             PERFORM 5100-WRITE-EXCEPTION-LINE THRU 5100-EXIT
006040         END-IF
006050         MOVE "Y" TO WS-LIMIT-VALID-SWITCH
006060         COMPUTE WS-AVERAGE-VALUE =
006070             WS-TRAILING-VALUE / WS-TRAILING-DAYS
006080             ON SIZE ERROR
006090                 MOVE "N" TO WS-LIMIT-VALID-SWITCH
006100         END-COMPUTE
006110         COMPUTE WS-SPIKE-VALUE-LIMIT =
006120             WS-AVERAGE-VALUE * WS-SPIKE-FACTOR
006130             ON SIZE ERROR
006140                 MOVE "N" TO WS-LIMIT-VALID-SWITCH
006150         END-COMPUTE
006160         IF SPIKE-LIMIT-IS-VALID
006170                 AND WS-TRAILING-VALUE > ZERO
006180                 AND WS-DAY-VALUE > WS-SPIKE-VALUE-LIMIT
006190             PERFORM 5050-SET-CUSTOMER-COLUMNS THRU 5050-EXIT
006200             MOVE WS-DAY-VALUE TO ED-AMOUNT
006210             MOVE "VALUE SPIKE" TO ED-RULE
006220             MOVE WS-AVERAGE-VALUE TO WS-EDIT-AVG-VALUE
006230             STRING "AVG " WS-EDIT-AVG-VALUE
006240                 DELIMITED BY SIZE INTO ED-DETAIL
006250             END-STRING
006260             ADD 1 TO WS-VALUE-SPIKE-COUNT
006270             PERFORM 5100-WRITE-EXCEPTION-LINE THRU 5100-EXIT
006280         END-IF
006290     END-IF.
006300 4200-EXIT.
006310     EXIT.
006320
006330*----------------------------------------------------------------
006340* By the time this job runs PRACTICE-ROOM has already stamped
006350* CM-LAST-ACTIVITY with the process date, so the customer's
006360* last activity before today is the later of their latest
006370* earlier history entry and a CM-LAST-ACTIVITY still older than
006380* the process date; a customer with neither is measured from
006390* CM-DATE-ADDED. The line names the customer's first entry of
006400* the day.
006410*----------------------------------------------------------------
006420 4300-CHECK-DORMANCY.
006430     IF CUSTOMER-ON-MASTER
006440         IF CM-LAST-ACTIVITY < WS-RUN-DATE
006450                 AND CM-LAST-ACTIVITY > WS-PRIOR-ACTIVITY-DATE
006460             MOVE CM-LAST-ACTIVITY TO WS-PRIOR-ACTIVITY-DATE
006470         END-IF
006480         IF WS-PRIOR-ACTIVITY-DATE = ZERO
006490                 AND CM-DATE-ADDED < WS-RUN-DATE
006500             MOVE CM-DATE-ADDED TO WS-PRIOR-ACTIVITY-DATE
006510         END-IF
006520     END-IF
006530     IF WS-PRIOR-ACTIVITY-DATE > ZERO
006540         MOVE WS-PRIOR-ACTIVITY-DATE TO WS-DW-DATE
006550         PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT
006560         IF WS-RUN-DAY-NUMBER > WS-DW-DAY-NUMBER
006570             SUBTRACT WS-DW-DAY-NUMBER FROM WS-RUN-DAY-NUMBER
006580                 GIVING WS-IDLE-DAYS
006590         ELSE
006600             MOVE ZERO TO WS-IDLE-DAYS
006610         END-IF
006620         IF WS-IDLE-DAYS > WS-DORMANT-DAYS
006630             PERFORM 5050-SET-CUSTOMER-COLUMNS THRU 5050-EXIT
006640             MOVE FE-TRANS-DATE TO ED-TRANS-DATE
006650             MOVE "-" TO ED-KEY-DASH
006660             MOVE FE-SEQUENCE-NUMBER TO ED-SEQUENCE-NUMBER
006670             MOVE FE-TRANS-REFERENCE TO ED-TRANS-REFERENCE
006680             MOVE FE-OPERATION-CODE TO WS-OPERATION-WORK
006690             PERFORM 5070-NAME-OPERATION THRU 5070-EXIT
006700             MOVE FE-RESULT TO ED-AMOUNT
006710             MOVE "DORMANT" TO ED-RULE
006720             MOVE WS-IDLE-DAYS TO WS-EDIT-IDLE-DAYS
006730             STRING WS-EDIT-IDLE-DAYS " DAYS IDLE, LAST "
006740                    WS-PRIOR-ACTIVITY-DATE
006750                 DELIMITED BY SIZE INTO ED-DETAIL
006760             END-STRING
006770             ADD 1 TO WS-DORMANT-COUNT
006780             PERFORM 5100-WRITE-EXCEPTION-LINE THRU 5100-EXIT
006790         END-IF
006800     END-IF.
006810 4300-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------------
006850* 5000 SERIES - REPORT WRITING
006860* An entry line carries the entry's key, reference, operation,
006870* and result; a customer line (a spike) carries only the
006880* customer, with DAY TOTAL where the entry would be.
006890*----------------------------------------------------------------
006900 5000-SET-ENTRY-COLUMNS.
006910     PERFORM 5050-SET-CUSTOMER-COLUMNS THRU 5050-EXIT
006920     MOVE TH-TRANS-DATE TO ED-TRANS-DATE
006930     MOVE "-" TO ED-KEY-DASH
006940     MOVE TH-SEQUENCE-NUMBER TO ED-SEQUENCE-NUMBER
006950     MOVE TH-TRANS-REFERENCE TO ED-TRANS-REFERENCE
006960     MOVE TH-OPERATION-CODE TO WS-OPERATION-WORK
006970     PERFORM 5070-NAME-OPERATION THRU 5070-EXIT
006980     MOVE TH-RESULT TO ED-AMOUNT.
006990 5000-EXIT.
007000     EXIT.
007010
007020 5050-SET-CUSTOMER-COLUMNS.
007030     MOVE SPACES TO EXCP-DETAIL-LINE
007040     MOVE WS-CURRENT-CUSTOMER TO ED-CUSTOMER-NUMBER
007050     MOVE WS-CUSTOMER-NAME TO ED-NAME
007060     MOVE "DAY TOTAL" TO ED-ENTRY-KEY.
007070 5050-EXIT.
007080     EXIT.
007090
007100 5070-NAME-OPERATION.
007110     EVALUATE WS-OPERATION-WORK
007120         WHEN 1
007130             MOVE "ADD     " TO ED-OPERATION
007140         WHEN 2
007150             MOVE "SUBTRACT" TO ED-OPERATION
007160         WHEN 3
007170             MOVE "MULTIPLY" TO ED-OPERATION
007180         WHEN 4
007190             MOVE "DIVIDE  " TO ED-OPERATION
007200         WHEN 5
007210             MOVE "REVERSAL" TO ED-OPERATION
007220         WHEN OTHER
007230             MOVE "UNKNOWN " TO ED-OPERATION
007240     END-EVALUATE.
007250 5070-EXIT.
007260     EXIT.
007270
007280 5100-WRITE-EXCEPTION-LINE.
007290     IF WS-LINE-COUNT = ZERO OR
007300             WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
007310         PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
007320     END-IF
007330     WRITE EXCP-PRINT-LINE FROM EXCP-DETAIL-LINE
007340     ADD 1 TO WS-LINE-COUNT
007350     ADD 1 TO WS-EXCEPTION-COUNT.
007360 5100-EXIT.
007370     EXIT.
007380
007390 5200-WRITE-REPORT-HEADERS.
007400     IF WS-LINE-COUNT NOT = ZERO
007410         ADD 1 TO WS-PAGE-NUMBER
007420     END-IF
007430     MOVE WS-RUN-DATE TO EH2-RUN-DATE
007440     MOVE WS-PAGE-NUMBER TO EH2-PAGE-NO
007450     WRITE EXCP-PRINT-LINE FROM EXCP-HEADING-1
007460     WRITE EXCP-PRINT-LINE FROM EXCP-HEADING-2
007470     WRITE EXCP-PRINT-LINE FROM EXCP-HEADING-3
007480     MOVE 3 TO WS-LINE-COUNT.
007490 5200-EXIT.
007500     EXIT.
007510
007520*----------------------------------------------------------------
007530* 8000 SERIES - CALENDAR ARITHMETIC
007540* Turns WS-DW-DATE (YYMMDD, years 2000-2099) into a running
007550* day number in WS-DW-DAY-NUMBER - 365 per year, the leap
007560* days before the year, the month offset, and the day, less
007570* one when the date falls before March of a leap year - so
007580* two dates subtract to an age in days.
007590*----------------------------------------------------------------
007600 8000-DATE-TO-DAY-NUMBER.
007610     IF WS-DW-MONTH < 1 OR WS-DW-MONTH > 12
007620         MOVE 1 TO WS-DW-MONTH
007630     END-IF
007640     MULTIPLY WS-DW-YEAR BY 365 GIVING WS-DW-DAY-NUMBER
007650     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-LEAP-QUOT
007660     ADD WS-DW-LEAP-QUOT TO WS-DW-DAY-NUMBER
007670     ADD WS-MONTH-OFFSET (WS-DW-MONTH) TO WS-DW-DAY-NUMBER
007680     ADD WS-DW-DAY TO WS-DW-DAY-NUMBER
007690     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-LEAP-QUOT
007700         REMAINDER WS-DW-LEAP-REM
007710     IF WS-DW-LEAP-REM = ZERO AND WS-DW-MONTH < 3
007720         SUBTRACT 1 FROM WS-DW-DAY-NUMBER
007730     END-IF.
007740 8000-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------------
007780* 9000 SERIES - TOTALS AND END OF RUN
007790*----------------------------------------------------------------
007800 9100-PRINT-TOTALS.
007810     IF WS-LINE-COUNT = ZERO
007820         PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
007830     END-IF
007840     MOVE SPACES TO EXCP-TOTAL-LINE
007850     MOVE "ENTRIES FOR THE DAY:" TO ET-LABEL
007860     MOVE WS-DAY-ENTRY-TOTAL TO ET-COUNT
007870     WRITE EXCP-PRINT-LINE FROM EXCP-TOTAL-LINE
007880     MOVE SPACES TO EXCP-TOTAL-LINE
007890     MOVE "CUSTOMERS WITH ENTRIES:" TO ET-LABEL
007900     MOVE WS-DAY-CUSTOMER-TOTAL TO ET-COUNT
007910     WRITE EXCP-PRINT-LINE FROM EXCP-TOTAL-LINE
007920     MOVE SPACES TO EXCP-TOTAL-LINE
007930     MOVE "EXCEPTIONS REPORTED:" TO ET-LABEL
007940     MOVE WS-EXCEPTION-COUNT TO ET-COUNT
007950     WRITE EXCP-PRINT-LINE FROM EXCP-TOTAL-LINE
007960     MOVE SPACES TO EXCP-TOTAL-LINE
007970     MOVE "  HIGH VALUE:" TO ET-LABEL
007980     MOVE WS-HIGH-VALUE-COUNT TO ET-COUNT
007990     WRITE EXCP-PRINT-LINE FROM EXCP-TOTAL-LINE
008000     MOVE SPACES TO EXCP-TOTAL-LINE
008010     MOVE "  COUNT SPIKE:" TO ET-LABEL
008020     MOVE WS-COUNT-SPIKE-COUNT TO ET-COUNT
008030     WRITE EXCP-PRINT-LINE FROM EXCP-TOTAL-LINE
008040     MOVE SPACES TO EXCP-TOTAL-LINE
008050     MOVE "  VALUE SPIKE:" TO ET-LABEL
008060     MOVE WS-VALUE-SPIKE-COUNT TO ET-COUNT
008070     WRITE EXCP-PRINT-LINE FROM EXCP-TOTAL-LINE
008080     MOVE SPACES TO EXCP-TOTAL-LINE
008090     MOVE "  DORMANT:" TO ET-LABEL
008100     MOVE WS-DORMANT-COUNT TO ET-COUNT
008110     WRITE EXCP-PRINT-LINE FROM EXCP-TOTAL-LINE
008120     MOVE SPACES TO EXCP-TOTAL-LINE
008130     MOVE "  NEGATIVE:" TO ET-LABEL
008140     MOVE WS-NEGATIVE-COUNT TO ET-COUNT
008150     WRITE EXCP-PRINT-LINE FROM EXCP-TOTAL-LINE
008160     MOVE SPACES TO EXCP-PARM-LINE
008170     MOVE "RESULT THRESHOLD:" TO EL-LABEL
008180     MOVE WS-RESULT-THRESHOLD TO EL-VALUE
008190     WRITE EXCP-PRINT-LINE FROM EXCP-PARM-LINE
008200     MOVE SPACES TO EXCP-PARM-LINE
008210     MOVE "SPIKE FACTOR:" TO EL-LABEL
008220     MOVE WS-SPIKE-FACTOR TO EL-VALUE
008230     WRITE EXCP-PRINT-LINE FROM EXCP-PARM-LINE
008240     MOVE SPACES TO EXCP-PARM-LINE
008250     MOVE "SPIKE MINIMUM ENTRIES:" TO EL-LABEL
008260     MOVE WS-SPIKE-MINIMUM TO EL-VALUE
008270     WRITE EXCP-PRINT-LINE FROM EXCP-PARM-LINE
008280     MOVE SPACES TO EXCP-PARM-LINE
008290     MOVE "DORMANT AFTER DAYS:" TO EL-LABEL
008300     MOVE WS-DORMANT-DAYS TO EL-VALUE
008310     WRITE EXCP-PRINT-LINE FROM EXCP-PARM-LINE.
008320 9100-EXIT.
008330     EXIT.
008340
008350 9000-FINISH-UP.
008360     IF RUN-IS-USABLE
008370         CLOSE EXCP-PRINT-FILE
008380         CLOSE TRANS-HISTORY-FILE
008390         CLOSE CUSTOMER-MASTER-FILE
008400         IF RUN-HAS-FAILED
008410             DISPLAY "EXCEPTION RUN FAILED - EXCPRPT IS"
008420                 " INCOMPLETE - CORRECT THE PROBLEM AND RERUN"
008430         ELSE
008440             DISPLAY "ACTIVITY EXCEPTION REPORT COMPLETE"
008450         END-IF
008460         DISPLAY "  HISTORY RECORDS READ:  " WS-READ-COUNT
008470         DISPLAY "  ENTRIES FOR THE DAY:   " WS-DAY-ENTRY-TOTAL
008480         DISPLAY "  EXCEPTIONS REPORTED:   " WS-EXCEPTION-COUNT
008490         IF WS-NO-MASTER-COUNT > ZERO
008500             DISPLAY "  CUSTOMERS NOT ON MASTER: "
008510                 WS-NO-MASTER-COUNT
008520         END-IF
008530         IF WS-RETURN-SEVERITY = ZERO
008540                 AND WS-EXCEPTION-COUNT > ZERO
008550             MOVE 4 TO WS-RETURN-SEVERITY
008560         END-IF
008570     END-IF
008580     IF WS-RETURN-SEVERITY > ZERO
008590         DISPLAY "RUN ENDED WITH CONDITION CODE "
008600             WS-RETURN-SEVERITY
008610     END-IF
008620     MOVE WS-RETURN-SEVERITY TO RETURN-CODE
008630     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
008640 9000-EXIT.
008650     EXIT.
008660
008670*----------------------------------------------------------------
008680* Last act of the run: append the completion record to the
008690* shared run log so the morning status report can prove the
008700* job ran and how it ended.
008710*----------------------------------------------------------------
008720 9500-WRITE-RUN-LOG.
008730     OPEN EXTEND RUN-LOG-FILE
008740     IF WS-RUNLOG-STATUS NOT = "00"
008750             AND WS-RUNLOG-STATUS NOT = "05"
008760         OPEN OUTPUT RUN-LOG-FILE
008770     END-IF
008780     IF WS-RUNLOG-STATUS = "00" OR WS-RUNLOG-STATUS = "05"
008790         MOVE SPACES TO RUN-LOG-RECORD
008800         MOVE "EXCEPTION-RPT" TO RL-PROGRAM-NAME
008810         MOVE WS-RUN-DATE TO RL-PROCESS-DATE
008820         MOVE WS-START-TIME TO RL-START-TIME
008830         ACCEPT RL-END-TIME FROM TIME
008840         MOVE WS-READ-COUNT TO RL-READ-COUNT
008850         MOVE WS-DAY-ENTRY-TOTAL TO RL-POSTED-COUNT
008860         MOVE WS-EXCEPTION-COUNT TO RL-ERROR-COUNT
008870         MOVE WS-RETURN-SEVERITY TO RL-CONDITION-CODE
008880         WRITE RUN-LOG-RECORD
008890         CLOSE RUN-LOG-FILE
008900     ELSE
008910         DISPLAY "UNABLE TO UPDATE RUN LOG, STATUS "
008920             WS-RUNLOG-STATUS
008930     END-IF.
008940 9500-EXIT.
008950     EXIT.
008960
008970 END PROGRAM EXCEPTION-RPT.
