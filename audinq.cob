000140* 2026-09-03 DL   - The full-name column widened from X(20) to
000150*            X(42) with the rest of the system (see AUDITREC
000160*            for the log conversion note).
000170* 2026-10-15 DL   - Each report line now ends with the entry's
000180*            transaction reference, so an auditor can tie an
000190*            audit record to the same entry on TRANHIST and the
000200*            extract. Records written before references existed
000210*            show zeros.
000220* 2026-10-15 DL   - The run now starts with an operator sign-on
000230*            against the operator master (OPERMAST, layout in
000240*            OPERREC); any authority level may run the report.
000250*            Sign-ons and sign-offs go to the sign-on log
000260*            (SIGNLOG). Each report line now ends with the
000270*            operator who made the entry, BATCH for a batch run;
000280*            records written before operators were recorded
000290*            show blank. The report widened to 90 columns.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. AUDIT-INQ.
000330 AUTHOR. DATA-PROCESSING-TEAM.
000340 INSTALLATION. TRAINING-DEPT.
000350 DATE-WRITTEN. AUGUST 21, 2026.
000360 DATE-COMPILED.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT AUDIT-IN-FILE ASSIGN TO "AUDITLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-AUDIT-STATUS.
000430
000440     SELECT REPORT-FILE ASSIGN TO "AUDITRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460
000470     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS OP-OPERATOR-ID
000510         FILE STATUS IS WS-OPERMAST-STATUS.
000520
000530     SELECT SIGN-ON-LOG-FILE ASSIGN TO "SIGNLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-SIGNLOG-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  AUDIT-IN-FILE.
000600     COPY AUDITREC.
000610
000620 FD  REPORT-FILE.
000630 01  REPORT-LINE              PIC X(90).
000640
000650 FD  OPERATOR-FILE.
000660     COPY OPERREC.
000670
000680 FD  SIGN-ON-LOG-FILE.
000690     COPY SIGNLOG.
000700
000710 WORKING-STORAGE SECTION.
000720 01  WS-DATE-ENTRY            PIC X(06).
000730
000740 01  WS-SWITCHES.
000750     05  WS-MORE-RECORDS-SWITCH    PIC X(01) VALUE "Y".
000760         88  MORE-RECORDS-REMAIN       VALUE "Y".
000770         88  NO-MORE-RECORDS           VALUE "N".
000780     05  WS-RUN-USABLE-SWITCH      PIC X(01) VALUE "Y".
000790         88  RUN-IS-USABLE             VALUE "Y".
000800     05  WS-DATE-VALID-SWITCH      PIC X(01) VALUE "N".
000810         88  DATE-IS-VALID             VALUE "Y".
000820
000830 01  WS-FILE-STATUSES.
000840     05  WS-AUDIT-STATUS           PIC X(02).
000850         88  AUDIT-FILE-NOT-FOUND     VALUE "35".
000860     05  WS-OPERMAST-STATUS        PIC X(02).
000870         88  OPERMAST-FILE-NOT-FOUND  VALUE "35".
000880     05  WS-SIGNLOG-STATUS         PIC X(02).
000890
000900 01  WS-RUN-DATE               PIC 9(06).
000910
000920     COPY SIGNON.
000930
000940 77  WS-FROM-DATE              PIC 9(06) VALUE ZERO.
000950 77  WS-TO-DATE                PIC 9(06) VALUE ZERO.
000960 77  WS-SHOWN-COUNT            PIC 9(09) COMP VALUE ZERO.
000970 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
000980 77  WS-PAGE-NUMBER            PIC 9(03) COMP VALUE 1.
000990 77  WS-MAX-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.
001000
001010 01  REPORT-HEADING-1.
001020     05  FILLER                PIC X(25) VALUE SPACES.
001030     05  FILLER                PIC X(30)
001040             VALUE "AUDIT ACTIVITY REPORT".
001050     05  FILLER                PIC X(35) VALUE SPACES.
001060
001070 01  REPORT-HEADING-2.
001080     05  FILLER                PIC X(06) VALUE "FROM: ".
001090     05  RH2-FROM-DATE         PIC 9(06).
001100     05  FILLER                PIC X(06) VALUE "  TO: ".
001110     05  RH2-TO-DATE           PIC 9(06).
001120     05  FILLER                PIC X(10) VALUE SPACES.
001130     05  FILLER                PIC X(06) VALUE "PAGE: ".
001140     05  RH2-PAGE-NO           PIC ZZ9.
001150     05  FILLER                PIC X(47) VALUE SPACES.
001160
001170 01  REPORT-HEADING-3.
001180     05  FILLER                PIC X(08) VALUE "DATE".
001190     05  FILLER                PIC X(10) VALUE "TIME".
001200     05  FILLER                PIC X(08) VALUE "CUSTOMER".
001210     05  FILLER                PIC X(44) VALUE "NAME".
001220     05  FILLER                PIC X(12) VALUE "REFERENCE".
001230     05  FILLER                PIC X(08) VALUE "OPERATOR".
001240
001250 01  REPORT-DETAIL-LINE.
001260     05  RD-DATE               PIC 9(06).
001270     05  FILLER                PIC X(02) VALUE SPACES.
001280     05  RD-TIME               PIC 9(08).
001290     05  FILLER                PIC X(02) VALUE SPACES.
001300     05  RD-CUSTOMER-NUMBER    PIC 9(05).
001310     05  FILLER                PIC X(03) VALUE SPACES.
001320     05  RD-FULL-NAME          PIC X(42).
001330     05  FILLER                PIC X(02) VALUE SPACES.
001340     05  RD-TRANS-REFERENCE    PIC 9(10).
001350     05  FILLER                PIC X(02) VALUE SPACES.
001360     05  RD-OPERATOR-ID        PIC X(08).
001370
001380 01  REPORT-TOTAL-LINE.
001390     05  FILLER                PIC X(25)
001400             VALUE "AUDIT RECORDS IN RANGE: ".
001410     05  RT-SHOWN-COUNT        PIC ZZZ,ZZZ,ZZ9.
001420     05  FILLER                PIC X(54) VALUE SPACES.
001430
001440 PROCEDURE DIVISION.
001450
001460 0000-MAINLINE.
001470     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001480     PERFORM 2000-SCAN-ONE-RECORD THRU 2000-EXIT
001490         UNTIL NO-MORE-RECORDS
001500     PERFORM 9000-FINISH-UP THRU 9000-EXIT
001510     GOBACK.
001520
001530*----------------------------------------------------------------
001540* 1000 SERIES - START OF RUN
001550*----------------------------------------------------------------
001560 1000-INITIALIZE.
001570     ACCEPT WS-RUN-DATE FROM DATE
001580     PERFORM 1500-SIGN-ON THRU 1500-EXIT
001590     IF NOT SO-SIGNED-ON
001600         MOVE "N" TO WS-RUN-USABLE-SWITCH
001610         MOVE "N" TO WS-MORE-RECORDS-SWITCH
001620     ELSE
001630         OPEN INPUT AUDIT-IN-FILE
001640         IF WS-AUDIT-STATUS NOT = "00"
001650             IF AUDIT-FILE-NOT-FOUND
001660                 DISPLAY "NO AUDITLOG ON FILE - NOTHING TO REPORT"
001670             ELSE
001680                 DISPLAY "UNABLE TO OPEN AUDITLOG, STATUS "
001690                     WS-AUDIT-STATUS
001700             END-IF
001710             MOVE "N" TO WS-RUN-USABLE-SWITCH
001720             MOVE "N" TO WS-MORE-RECORDS-SWITCH
001730         ELSE
001740             PERFORM 1100-ACCEPT-FROM-DATE THRU 1100-EXIT
001750                 UNTIL DATE-IS-VALID
001760             MOVE "N" TO WS-DATE-VALID-SWITCH
001770             PERFORM 1200-ACCEPT-TO-DATE THRU 1200-EXIT
001780                 UNTIL DATE-IS-VALID
001790             OPEN OUTPUT REPORT-FILE
001800             PERFORM 2100-READ-NEXT-AUDIT THRU 2100-EXIT
001810         END-IF
001820     END-IF.
001830 1000-EXIT.
001840     EXIT.
001850
001860*----------------------------------------------------------------
001870* 1500 SERIES - OPERATOR SIGN-ON
001880* No function is offered until an operator signs on against the
001890* operator master (OPERMAST, layout in OPERREC). A wrong PIN
001900* counts against the operator there, and the failure that
001910* reaches the lock threshold (see SIGNON) locks them until a
001920* supervisor unlocks them in OPER-MAINT; a good sign-on clears
001930* the count. Every attempt, the sign-off, and every function
001940* refused for authority go to the sign-on log (SIGNLOG). A
001950* session that cannot open either file cannot identify anyone,
001960* so it is refused.
001970*----------------------------------------------------------------
001980 1500-SIGN-ON.
001990     OPEN I-O OPERATOR-FILE
002000     IF WS-OPERMAST-STATUS NOT = "00"
002010         IF OPERMAST-FILE-NOT-FOUND
002020             DISPLAY "NO OPERATOR MASTER ON FILE - A SUPERVISOR"
002030             DISPLAY "MUST SET UP OPERATORS IN OPER-MAINT FIRST"
002040         ELSE
002050             DISPLAY "UNABLE TO OPEN OPERATOR MASTER, STATUS "
002060                 WS-OPERMAST-STATUS
002070         END-IF
002080     ELSE
002090         OPEN EXTEND SIGN-ON-LOG-FILE
002100         IF WS-SIGNLOG-STATUS NOT = "00"
002110                 AND WS-SIGNLOG-STATUS NOT = "05"
002120             OPEN OUTPUT SIGN-ON-LOG-FILE
002130         END-IF
002140         IF WS-SIGNLOG-STATUS = "00" OR WS-SIGNLOG-STATUS = "05"
002150             MOVE "Y" TO SO-FILES-OPEN-SWITCH
002160         ELSE
002170             DISPLAY "UNABLE TO OPEN SIGN-ON LOG, STATUS "
002180                 WS-SIGNLOG-STATUS
002190             CLOSE OPERATOR-FILE
002200         END-IF
002210     END-IF
002220     IF SO-FILES-ARE-OPEN
002230         PERFORM 1510-SIGN-ON-ATTEMPT THRU 1510-EXIT
002240             UNTIL SO-SIGNED-ON OR SO-SIGN-ON-ABANDONED
002250     END-IF
002260     IF NOT SO-SIGNED-ON
002270         DISPLAY "NOT SIGNED ON - SESSION ENDED"
002280     END-IF.
002290 1500-EXIT.
002300     EXIT.
002310
002320 1510-SIGN-ON-ATTEMPT.
002330     ADD 1 TO SO-ATTEMPT-COUNT
002340     DISPLAY "Operator ID (blank to quit):"
002350     MOVE SPACES TO SO-ID-ENTRY
002360     ACCEPT SO-ID-ENTRY
002370     IF SO-ID-ENTRY = SPACES
002380         MOVE "Y" TO SO-ABANDON-SWITCH
002390     ELSE
002400         DISPLAY "PIN:"
002410         MOVE SPACES TO SO-PIN-ENTRY
002420         ACCEPT SO-PIN-ENTRY
002430         PERFORM 1520-CHECK-OPERATOR THRU 1520-EXIT
002440         PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT
002450         IF NOT SO-SIGNED-ON
002460                 AND SO-ATTEMPT-COUNT NOT < SO-MAX-ATTEMPTS
002470             DISPLAY "TOO MANY SIGN-ON ATTEMPTS"
002480             MOVE "Y" TO SO-ABANDON-SWITCH
002490         END-IF
002500     END-IF.
002510 1510-EXIT.
002520     EXIT.
002530
002540*----------------------------------------------------------------
002550* The PIN is checked before anything else about the operator, and
002560* an ID not on file, a wrong PIN, and a wrong PIN against a locked
002570* or inactive operator all get the same message, so the terminal
002580* does not confirm which IDs exist or what state they are in. The
002590* log still records which case it was. Only an operator who keys
002600* the right PIN is told they are locked or not active.
002610*----------------------------------------------------------------
002620 1520-CHECK-OPERATOR.
002630     MOVE SO-ID-ENTRY TO OP-OPERATOR-ID
002640     MOVE "U" TO SO-EVENT
002650     READ OPERATOR-FILE
002660         INVALID KEY
002670             CONTINUE
002680         NOT INVALID KEY
002690             MOVE SPACE TO SO-EVENT
002700     END-READ
002710     EVALUATE TRUE
002720         WHEN SO-EVENT = "U"
002730             DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
002740         WHEN OP-PIN NOT = SO-PIN-ENTRY
002750             EVALUATE TRUE
002760                 WHEN OP-IS-LOCKED
002770                     MOVE "K" TO SO-EVENT
002780                     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
002790                 WHEN NOT OP-ACTIVE
002800                     MOVE "I" TO SO-EVENT
002810                     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
002820                 WHEN OTHER
002830                     PERFORM 1530-COUNT-FAILED-SIGN-ON
002840                         THRU 1530-EXIT
002850             END-EVALUATE
002860         WHEN OP-IS-LOCKED
002870             MOVE "K" TO SO-EVENT
002880             DISPLAY "OPERATOR " OP-OPERATOR-ID
002890                 " IS LOCKED - SEE A SUPERVISOR"
002900         WHEN NOT OP-ACTIVE
002910             MOVE "I" TO SO-EVENT
002920             DISPLAY "OPERATOR " OP-OPERATOR-ID
002930                 " IS NOT ACTIVE - SEE A SUPERVISOR"
002940         WHEN OTHER
002950             MOVE "S" TO SO-EVENT
002960             MOVE ZERO TO OP-FAILED-SIGN-ONS
002970             MOVE WS-RUN-DATE TO OP-LAST-SIGN-ON-DATE
002980             ACCEPT OP-LAST-SIGN-ON-TIME FROM TIME
002990             PERFORM 1535-REWRITE-OPERATOR THRU 1535-EXIT
003000             MOVE "Y" TO SO-SIGNED-ON-SWITCH
003010             MOVE OP-OPERATOR-ID TO SO-OPERATOR-ID
003020             MOVE OP-AUTHORITY-LEVEL TO SO-OPERATOR-LEVEL
003030             DISPLAY "SIGNED ON: " OP-OPERATOR-ID " "
003040                 OP-OPERATOR-NAME
003050     END-EVALUATE.
003060 1520-EXIT.
003070     EXIT.
003080
003090 1530-COUNT-FAILED-SIGN-ON.
003100     ADD 1 TO OP-FAILED-SIGN-ONS
003110     IF OP-FAILED-SIGN-ONS NOT < SO-LOCK-THRESHOLD
003120         MOVE "Y" TO OP-LOCKED-FLAG
003130         MOVE "L" TO SO-EVENT
003140     ELSE
003150         MOVE "F" TO SO-EVENT
003160     END-IF
003170     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
003180     PERFORM 1535-REWRITE-OPERATOR THRU 1535-EXIT.
003190 1530-EXIT.
003200     EXIT.
003210
003220 1535-REWRITE-OPERATOR.
003230     REWRITE OPERATOR-RECORD
003240         INVALID KEY
003250             CONTINUE
003260     END-REWRITE
003270     IF WS-OPERMAST-STATUS NOT = "00"
003280         DISPLAY "UNABLE TO UPDATE OPERATOR MASTER, STATUS "
003290             WS-OPERMAST-STATUS
003300     END-IF.
003310 1535-EXIT.
003320     EXIT.
003330
003340 1540-LOG-SIGN-ON-EVENT.
003350     MOVE SPACES TO SIGN-ON-LOG-RECORD
003360     MOVE WS-RUN-DATE TO SL-DATE
003370     ACCEPT SL-TIME FROM TIME
003380     MOVE SO-ID-ENTRY TO SL-OPERATOR-ID
003390     MOVE "AUDIT-INQ" TO SL-PROGRAM-NAME
003400     MOVE SO-EVENT TO SL-EVENT
003410     MOVE SO-SUBJECT-ID TO SL-SUBJECT-ID
003420     MOVE SO-FUNCTION-NAME TO SL-DETAIL
003430     WRITE SIGN-ON-LOG-RECORD
003440     IF WS-SIGNLOG-STATUS NOT = "00"
003450         DISPLAY "UNABLE TO WRITE SIGN-ON LOG, STATUS "
003460             WS-SIGNLOG-STATUS
003470     END-IF
003480     MOVE SPACES TO SO-SUBJECT-ID
003490     MOVE SPACES TO SO-FUNCTION-NAME.
003500 1540-EXIT.
003510     EXIT.
003520
003530 1100-ACCEPT-FROM-DATE.
003540     DISPLAY "From date (YYMMDD):"
003550     MOVE SPACES TO WS-DATE-ENTRY
003560     ACCEPT WS-DATE-ENTRY
003570     IF WS-DATE-ENTRY IS NUMERIC
003580         MOVE WS-DATE-ENTRY TO WS-FROM-DATE
003590         MOVE "Y" TO WS-DATE-VALID-SWITCH
003600     ELSE
003610         DISPLAY "Please enter six digits, year month day."
003620     END-IF.
003630 1100-EXIT.
003640     EXIT.
003650
003660 1200-ACCEPT-TO-DATE.
003670     DISPLAY "To date (YYMMDD):"
003680     MOVE SPACES TO WS-DATE-ENTRY
003690     ACCEPT WS-DATE-ENTRY
003700     IF WS-DATE-ENTRY IS NUMERIC
003710         MOVE WS-DATE-ENTRY TO WS-TO-DATE
003720         IF WS-TO-DATE < WS-FROM-DATE
003730             DISPLAY "To date is before the from date."
003740         ELSE
003750             MOVE "Y" TO WS-DATE-VALID-SWITCH
003760         END-IF
003770     ELSE
003780         DISPLAY "Please enter six digits, year month day."
003790     END-IF.
003800 1200-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------------
003840* 2000 SERIES - SCAN THE LOG FOR THE RANGE
003850*----------------------------------------------------------------
003860 2000-SCAN-ONE-RECORD.
003870     IF AR-DATE >= WS-FROM-DATE AND AR-DATE <= WS-TO-DATE
003880         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
003890         ADD 1 TO WS-SHOWN-COUNT
003900     END-IF
003910     PERFORM 2100-READ-NEXT-AUDIT THRU 2100-EXIT.
003920 2000-EXIT.
003930     EXIT.
003940
003950 2100-READ-NEXT-AUDIT.
003960     READ AUDIT-IN-FILE
003970         AT END
003980             MOVE "N" TO WS-MORE-RECORDS-SWITCH
003990     END-READ
004000     IF MORE-RECORDS-REMAIN AND WS-AUDIT-STATUS NOT = "00"
004010         DISPLAY "I-O ERROR READING AUDITLOG, STATUS "
004020             WS-AUDIT-STATUS
004030         MOVE "N" TO WS-MORE-RECORDS-SWITCH
004040     END-IF.
004050 2100-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------------
004090* 5000 SERIES - REPORT WRITING
004100*----------------------------------------------------------------
004110 5100-WRITE-REPORT-LINE.
004120     IF WS-LINE-COUNT = ZERO OR
004130             WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
004140         PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
004150     END-IF
004160     MOVE SPACES TO REPORT-DETAIL-LINE
004170     MOVE AR-DATE TO RD-DATE
004180     MOVE AR-TIME TO RD-TIME
004190     MOVE AR-CUSTOMER-NUMBER TO RD-CUSTOMER-NUMBER
004200     MOVE AR-FULL-NAME TO RD-FULL-NAME
004210     IF AR-TRANS-REFERENCE IS NUMERIC
004220         MOVE AR-TRANS-REFERENCE TO RD-TRANS-REFERENCE
004230     ELSE
004240         MOVE ZERO TO RD-TRANS-REFERENCE
004250     END-IF
004260     MOVE AR-OPERATOR-ID TO RD-OPERATOR-ID
004270     WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
004280     ADD 1 TO WS-LINE-COUNT.
004290 5100-EXIT.
004300     EXIT.
004310
004320 5200-WRITE-REPORT-HEADERS.
004330     IF WS-LINE-COUNT NOT = ZERO
004340         ADD 1 TO WS-PAGE-NUMBER
004350     END-IF
004360     MOVE WS-FROM-DATE TO RH2-FROM-DATE
004370     MOVE WS-TO-DATE TO RH2-TO-DATE
004380     MOVE WS-PAGE-NUMBER TO RH2-PAGE-NO
004390     WRITE REPORT-LINE FROM REPORT-HEADING-1
004400     WRITE REPORT-LINE FROM REPORT-HEADING-2
004410     WRITE REPORT-LINE FROM REPORT-HEADING-3
004420     MOVE ZERO TO WS-LINE-COUNT.
004430 5200-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------------
004470* 9000 SERIES - END OF RUN
004480*----------------------------------------------------------------
004490 9000-FINISH-UP.
004500     IF RUN-IS-USABLE
004510         IF WS-LINE-COUNT = ZERO
004520             PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
004530         END-IF
004540         MOVE WS-SHOWN-COUNT TO RT-SHOWN-COUNT
004550         WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
004560         CLOSE REPORT-FILE
004570         CLOSE AUDIT-IN-FILE
004580         DISPLAY WS-SHOWN-COUNT " AUDIT RECORD(S) IN RANGE -"
004590             " SEE AUDITRPT"
004600     END-IF
004610     PERFORM 9900-SIGN-OFF THRU 9900-EXIT.
004620 9000-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------------
004660* The sign-off is logged, and the operator files closed, last.
004670*----------------------------------------------------------------
004680 9900-SIGN-OFF.
004690     IF SO-SIGNED-ON
004700         MOVE "O" TO SO-EVENT
004710         MOVE SO-OPERATOR-ID TO SO-ID-ENTRY
004720         PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT
004730     END-IF
004740     IF SO-FILES-ARE-OPEN
004750         CLOSE SIGN-ON-LOG-FILE
004760         CLOSE OPERATOR-FILE
004770         MOVE "N" TO SO-FILES-OPEN-SWITCH
004780     END-IF.
004790 9900-EXIT.
004800     EXIT.
004810
004820 END PROGRAM AUDIT-INQ.
