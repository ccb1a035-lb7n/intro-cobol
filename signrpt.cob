000010*****************************************************************
000020*Date October 15, 2026
000030*Purpose: Daily operator sign-on activity report
000040*Tectonics: cobc
000050*----------------------------------------------------------------
000060*Modification History:
000070* 2026-10-15 DL   - Initial version. Every terminal program now
000080*            writes each sign-on attempt, sign-off, and function
000090*            refused for authority to the permanent sign-on log
000100*            (SIGNLOG, layout in SIGNLOG), and OPER-MAINT writes
000110*            every operator master change there. This daily job
000120*            selects the process date's log records, sorts them
000130*            by operator (time order within an operator), and
000140*            prints each event, a count of sign-ons, failed
000150*            sign-ons, lockouts, refused functions, and master
000160*            changes for each operator, run totals, and the
000170*            operators locked on the operator master (OPERMAST)
000180*            at the time of the run, to SIGNRPT. The process
000190*            date comes from the optional RUNPARM file. A
000200*            missing log only means nobody has signed on yet, so
000210*            the report is printed with zero counts. Condition
000220*            codes follow the house convention - 0 complete, 4
000230*            failed sign-ons on the date, 16 log could not be
000240*            opened - and the run appends a completion record to
000250*            the shared run log (RUNLOG).
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. SIGN-RPT.
000290 AUTHOR. DATA-PROCESSING-TEAM.
000300 INSTALLATION. TRAINING-DEPT.
000310 DATE-WRITTEN. OCTOBER 15, 2026.
000320 DATE-COMPILED.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT SIGN-ON-LOG-FILE ASSIGN TO "SIGNLOG"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-SIGNLOG-STATUS.
000390
000400     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS OP-OPERATOR-ID
000440         FILE STATUS IS WS-OPERMAST-STATUS.
000450
000460     SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RUNPARM-STATUS.
000490
000500     SELECT SIGN-PRINT-FILE ASSIGN TO "SIGNRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520
000530     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RUNLOG-STATUS.
000560
000570     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  SIGN-ON-LOG-FILE.
000620     COPY SIGNLOG.
000630
000640 FD  OPERATOR-FILE.
000650     COPY OPERREC.
000660
000670 FD  RUN-PARM-FILE.
000680 01  RUN-PARM-RECORD.
000690     05  RP-PROCESS-DATE      PIC X(06).
000700     05  FILLER               PIC X(08).
000710
000720 FD  SIGN-PRINT-FILE.
000730 01  SIGN-PRINT-LINE          PIC X(132).
000740
000750 FD  RUN-LOG-FILE.
000760     COPY RUNREC.
000770
000780 SD  SORT-WORK-FILE.
000790 01  SORT-WORK-RECORD.
000800     05  SW-DATE              PIC 9(06).
000810     05  FILLER               PIC X(01).
000820     05  SW-TIME              PIC 9(08).
000830     05  FILLER               PIC X(01).
000840     05  SW-OPERATOR-ID       PIC X(08).
000850     05  FILLER               PIC X(01).
000860     05  SW-PROGRAM-NAME      PIC X(15).
000870     05  FILLER               PIC X(01).
000880     05  SW-EVENT             PIC X(01).
000890     05  FILLER               PIC X(01).
000900     05  SW-SUBJECT-ID        PIC X(08).
000910     05  FILLER               PIC X(01).
000920     05  SW-DETAIL            PIC X(30).
000930
000940 WORKING-STORAGE SECTION.
000950 01  WS-SWITCHES.
000960     05  WS-MORE-RECORDS-SWITCH    PIC X(01) VALUE "Y".
000970         88  MORE-RECORDS-REMAIN       VALUE "Y".
000980         88  NO-MORE-RECORDS           VALUE "N".
000990     05  WS-RUN-USABLE-SWITCH      PIC X(01) VALUE "Y".
001000         88  RUN-IS-USABLE             VALUE "Y".
001010     05  WS-LOG-FOUND-SWITCH       PIC X(01) VALUE "Y".
001020         88  LOG-IS-ON-FILE            VALUE "Y".
001030
001040 01  WS-FILE-STATUSES.
001050     05  WS-SIGNLOG-STATUS         PIC X(02).
001060         88  SIGNLOG-FILE-NOT-FOUND   VALUE "35".
001070     05  WS-OPERMAST-STATUS        PIC X(02).
001080         88  OPERMAST-FILE-NOT-FOUND  VALUE "35".
001090     05  WS-RUNPARM-STATUS         PIC X(02).
001100     05  WS-RUNLOG-STATUS          PIC X(02).
001110
001120 01  WS-RUN-DATE               PIC 9(06).
001130 77  WS-START-TIME             PIC 9(08) VALUE ZERO.
001140
001150 77  WS-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
001160 77  WS-SELECTED-COUNT         PIC 9(09) COMP VALUE ZERO.
001170 77  WS-OPERATOR-COUNT         PIC 9(09) COMP VALUE ZERO.
001180 77  WS-LOCKED-COUNT           PIC 9(09) COMP VALUE ZERO.
001190 77  WS-RETURN-SEVERITY        PIC 9(02) COMP VALUE ZERO.
001200 77  WS-PREV-OPERATOR          PIC X(08) VALUE SPACES.
001210 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
001220 77  WS-PAGE-NUMBER            PIC 9(03) COMP VALUE 1.
001230 77  WS-MAX-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.
001240
001250*    Counts by kind of event, for the operator in hand and for
001260*    the whole run. A lockout is also counted as a failure.
001270 01  WS-OPERATOR-COUNTS.
001280     05  WS-OPER-SIGN-ON-COUNT     PIC 9(09) COMP.
001290     05  WS-OPER-FAILED-COUNT      PIC 9(09) COMP.
001300     05  WS-OPER-LOCKOUT-COUNT     PIC 9(09) COMP.
001310     05  WS-OPER-REFUSED-COUNT     PIC 9(09) COMP.
001320     05  WS-OPER-CHANGE-COUNT      PIC 9(09) COMP.
001330
001340 01  WS-RUN-COUNTS.
001350     05  WS-RUN-SIGN-ON-COUNT      PIC 9(09) COMP VALUE ZERO.
001360     05  WS-RUN-FAILED-COUNT       PIC 9(09) COMP VALUE ZERO.
001370     05  WS-RUN-LOCKOUT-COUNT      PIC 9(09) COMP VALUE ZERO.
001380     05  WS-RUN-REFUSED-COUNT      PIC 9(09) COMP VALUE ZERO.
001390     05  WS-RUN-CHANGE-COUNT       PIC 9(09) COMP VALUE ZERO.
001400
001410 01  SIGN-HEADING-1.
001420     05  FILLER                PIC X(40) VALUE SPACES.
001430     05  FILLER                PIC X(40)
001440             VALUE "OPERATOR SIGN-ON ACTIVITY REPORT".
001450     05  FILLER                PIC X(52) VALUE SPACES.
001460
001470 01  SIGN-HEADING-2.
001480     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
001490     05  SH2-RUN-DATE          PIC 9(06).
001500     05  FILLER                PIC X(10) VALUE SPACES.
001510     05  FILLER                PIC X(06) VALUE "PAGE: ".
001520     05  SH2-PAGE-NO           PIC ZZ9.
001530     05  FILLER                PIC X(97) VALUE SPACES.
001540
001550 01  SIGN-HEADING-3.
001560     05  FILLER                PIC X(10) VALUE "OPERATOR".
001570     05  FILLER                PIC X(10) VALUE "TIME".
001580     05  FILLER                PIC X(17) VALUE "PROGRAM".
001590     05  FILLER                PIC X(36) VALUE "EVENT".
001600     05  FILLER                PIC X(10) VALUE "SUBJECT".
001610     05  FILLER                PIC X(49) VALUE "DETAIL".
001620
001630 01  SIGN-DETAIL-LINE.
001640     05  SD-OPERATOR-ID        PIC X(08).
001650     05  FILLER                PIC X(02) VALUE SPACES.
001660     05  SD-TIME               PIC 9(08).
001670     05  FILLER                PIC X(02) VALUE SPACES.
001680     05  SD-PROGRAM-NAME       PIC X(15).
001690     05  FILLER                PIC X(02) VALUE SPACES.
001700     05  SD-EVENT              PIC X(34).
001710     05  FILLER                PIC X(02) VALUE SPACES.
001720     05  SD-SUBJECT-ID         PIC X(08).
001730     05  FILLER                PIC X(02) VALUE SPACES.
001740     05  SD-DETAIL             PIC X(30).
001750     05  FILLER                PIC X(19) VALUE SPACES.
001760
001770 01  SIGN-OPERATOR-TOTAL-LINE.
001780     05  FILLER                PIC X(10) VALUE SPACES.
001790     05  FILLER                PIC X(09) VALUE "OPERATOR ".
001800     05  SU-OPERATOR-ID        PIC X(08).
001810     05  FILLER                PIC X(13) VALUE " - SIGN-ONS: ".
001820     05  SU-SIGN-ON-COUNT      PIC ZZ,ZZ9.
001830     05  FILLER                PIC X(10) VALUE "  FAILED: ".
001840     05  SU-FAILED-COUNT       PIC ZZ,ZZ9.
001850     05  FILLER                PIC X(12) VALUE "  LOCKOUTS: ".
001860     05  SU-LOCKOUT-COUNT      PIC ZZ,ZZ9.
001870     05  FILLER                PIC X(11) VALUE "  REFUSED: ".
001880     05  SU-REFUSED-COUNT      PIC ZZ,ZZ9.
001890     05  FILLER                PIC X(18)
001900             VALUE "  MASTER CHANGES: ".
001910     05  SU-CHANGE-COUNT       PIC ZZ,ZZ9.
001920     05  FILLER                PIC X(11) VALUE SPACES.
001930
001940 01  SIGN-TOTAL-LINE.
001950     05  ST-LABEL              PIC X(30).
001960     05  ST-COUNT              PIC ZZZ,ZZZ,ZZ9.
001970     05  FILLER                PIC X(91) VALUE SPACES.
001980
001990 01  SIGN-LOCKED-HEADING.
002000     05  FILLER                PIC X(40)
002010             VALUE "OPERATORS LOCKED AT THE TIME OF THE RUN".
002020     05  FILLER                PIC X(92) VALUE SPACES.
002030
002040 01  SIGN-LOCKED-LINE.
002050     05  FILLER                PIC X(10) VALUE SPACES.
002060     05  SK-OPERATOR-ID        PIC X(08).
002070     05  FILLER                PIC X(02) VALUE SPACES.
002080     05  SK-OPERATOR-NAME      PIC X(30).
002090     05  FILLER                PIC X(08) VALUE "  LEVEL ".
002100     05  SK-AUTHORITY-LEVEL    PIC X(01).
002110     05  FILLER                PIC X(18)
002120             VALUE "  FAILED SIGN-ONS ".
002130     05  SK-FAILED-SIGN-ONS    PIC Z9.
002140     05  FILLER                PIC X(53) VALUE SPACES.
002150
002160 01  SIGN-MESSAGE-LINE.
002170     05  FILLER                PIC X(10) VALUE SPACES.
002180     05  SM-MESSAGE            PIC X(60).
002190     05  FILLER                PIC X(62) VALUE SPACES.
002200
002210 PROCEDURE DIVISION.
002220
002230 0000-MAINLINE.
002240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002250     IF RUN-IS-USABLE AND LOG-IS-ON-FILE
002260         SORT SORT-WORK-FILE
002270             ON ASCENDING KEY SW-OPERATOR-ID
002280                              SW-DATE
002290                              SW-TIME
002300             WITH DUPLICATES IN ORDER
002310             USING SIGN-ON-LOG-FILE
002320             OUTPUT PROCEDURE IS 3000-REPORT-SORTED-RECORDS
002330                 THRU 3000-EXIT
002340     END-IF
002350     IF RUN-IS-USABLE
002360         PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT
002370         PERFORM 9200-PRINT-LOCKED-OPERATORS THRU 9200-EXIT
002380         IF WS-RUN-FAILED-COUNT > ZERO
002390             MOVE 4 TO WS-RETURN-SEVERITY
002400         END-IF
002410     END-IF
002420     PERFORM 9000-FINISH-UP THRU 9000-EXIT
002430     GOBACK.
002440
002450*----------------------------------------------------------------
002460* 1000 SERIES - START OF RUN
002470*----------------------------------------------------------------
002480 1000-INITIALIZE.
002490     ACCEPT WS-START-TIME FROM TIME
002500     ACCEPT WS-RUN-DATE FROM DATE
002510     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT
002520*    The log is only probed here - the SORT opens it itself.
002530     OPEN INPUT SIGN-ON-LOG-FILE
002540     IF WS-SIGNLOG-STATUS = "00"
002550         CLOSE SIGN-ON-LOG-FILE
002560     ELSE
002570         IF SIGNLOG-FILE-NOT-FOUND
002580             DISPLAY "NO SIGN-ON LOG ON FILE - NO ACTIVITY TO"
002590                 " REPORT"
002600             MOVE "N" TO WS-LOG-FOUND-SWITCH
002610         ELSE
002620             DISPLAY "UNABLE TO OPEN SIGN-ON LOG, STATUS "
002630                 WS-SIGNLOG-STATUS
002640             MOVE "N" TO WS-RUN-USABLE-SWITCH
002650             MOVE 16 TO WS-RETURN-SEVERITY
002660         END-IF
002670     END-IF
002680     IF RUN-IS-USABLE
002690         OPEN OUTPUT SIGN-PRINT-FILE
002700     END-IF.
002710 1000-EXIT.
002720     EXIT.
002730
002740 1050-READ-RUN-PARMS.
002750     OPEN INPUT RUN-PARM-FILE
002760     IF WS-RUNPARM-STATUS = "00" OR WS-RUNPARM-STATUS = "05"
002770         READ RUN-PARM-FILE
002780             AT END
002790                 CONTINUE
002800         END-READ
002810         IF WS-RUNPARM-STATUS = "00"
002820                 AND RP-PROCESS-DATE IS NUMERIC
002830             MOVE RP-PROCESS-DATE TO WS-RUN-DATE
002840             DISPLAY "PROCESS DATE SET TO " WS-RUN-DATE
002850                 " FROM RUNPARM"
002860         END-IF
002870         CLOSE RUN-PARM-FILE
002880     END-IF.
002890 1050-EXIT.
002900     EXIT.
002910
002920*----------------------------------------------------------------
002930* 3000 SERIES - REPORT THE SORTED LOG
002940* The SORT hands the whole log back in operator, date, and time
002950* order; only the process date's records are reported, and the
002960* operator counts are printed on the control break.
002970*----------------------------------------------------------------
002980 3000-REPORT-SORTED-RECORDS.
002990     MOVE "Y" TO WS-MORE-RECORDS-SWITCH
003000     MOVE SPACES TO WS-PREV-OPERATOR
003010     PERFORM 3100-REPORT-ONE-SORTED THRU 3100-EXIT
003020         UNTIL NO-MORE-RECORDS
003030     IF WS-OPERATOR-COUNT > ZERO
003040         PERFORM 3300-PRINT-OPERATOR-TOTAL THRU 3300-EXIT
003050     END-IF.
003060 3000-EXIT.
003070     EXIT.
003080
003090 3100-REPORT-ONE-SORTED.
003100     RETURN SORT-WORK-FILE
003110         AT END
003120             MOVE "N" TO WS-MORE-RECORDS-SWITCH
003130     END-RETURN
003140     IF MORE-RECORDS-REMAIN
003150         ADD 1 TO WS-READ-COUNT
003160         IF SW-DATE = WS-RUN-DATE
003170             IF WS-OPERATOR-COUNT = ZERO
003180                     OR SW-OPERATOR-ID NOT = WS-PREV-OPERATOR
003190                 IF WS-OPERATOR-COUNT > ZERO
003200                     PERFORM 3300-PRINT-OPERATOR-TOTAL
003210                         THRU 3300-EXIT
003220                 END-IF
003230                 MOVE SW-OPERATOR-ID TO WS-PREV-OPERATOR
003240                 INITIALIZE WS-OPERATOR-COUNTS
003250                 ADD 1 TO WS-OPERATOR-COUNT
003260             END-IF
003270             PERFORM 3200-PRINT-ONE-EVENT THRU 3200-EXIT
003280         END-IF
003290     END-IF.
003300 3100-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------------
003340* One detail line per event. The operator is the ID as keyed, so
003350* an attempt under an ID not on file still shows who tried it.
003360*----------------------------------------------------------------
003370 3200-PRINT-ONE-EVENT.
003380     ADD 1 TO WS-SELECTED-COUNT
003390     MOVE SPACES TO SIGN-DETAIL-LINE
003400     MOVE SW-OPERATOR-ID TO SD-OPERATOR-ID
003410     MOVE SW-TIME TO SD-TIME
003420     MOVE SW-PROGRAM-NAME TO SD-PROGRAM-NAME
003430     MOVE SW-SUBJECT-ID TO SD-SUBJECT-ID
003440     MOVE SW-DETAIL TO SD-DETAIL
003450     EVALUATE SW-EVENT
003460         WHEN "S"
003470             MOVE "SIGNED ON" TO SD-EVENT
003480             ADD 1 TO WS-OPER-SIGN-ON-COUNT
003490             ADD 1 TO WS-RUN-SIGN-ON-COUNT
003500         WHEN "O"
003510             MOVE "SIGNED OFF" TO SD-EVENT
003520         WHEN "F"
003530             MOVE "SIGN-ON FAILED - WRONG PIN" TO SD-EVENT
003540             ADD 1 TO WS-OPER-FAILED-COUNT
003550             ADD 1 TO WS-RUN-FAILED-COUNT
003560         WHEN "L"
003570             MOVE "WRONG PIN - OPERATOR NOW LOCKED" TO SD-EVENT
003580             ADD 1 TO WS-OPER-FAILED-COUNT
003590             ADD 1 TO WS-RUN-FAILED-COUNT
003600             ADD 1 TO WS-OPER-LOCKOUT-COUNT
003610             ADD 1 TO WS-RUN-LOCKOUT-COUNT
003620         WHEN "K"
003630             MOVE "SIGN-ON REFUSED - OPERATOR LOCKED" TO SD-EVENT
003640             ADD 1 TO WS-OPER-FAILED-COUNT
003650             ADD 1 TO WS-RUN-FAILED-COUNT
003660         WHEN "I"
003670             MOVE "SIGN-ON REFUSED - NOT ACTIVE" TO SD-EVENT
003680             ADD 1 TO WS-OPER-FAILED-COUNT
003690             ADD 1 TO WS-RUN-FAILED-COUNT
003700         WHEN "U"
003710             MOVE "SIGN-ON REFUSED - ID NOT ON FILE" TO SD-EVENT
003720             ADD 1 TO WS-OPER-FAILED-COUNT
003730             ADD 1 TO WS-RUN-FAILED-COUNT
003740         WHEN "R"
003750             MOVE "FUNCTION REFUSED - AUTHORITY" TO SD-EVENT
003760             ADD 1 TO WS-OPER-REFUSED-COUNT
003770             ADD 1 TO WS-RUN-REFUSED-COUNT
003780         WHEN "A"
003790             MOVE "OPERATOR ADDED" TO SD-EVENT
003800             ADD 1 TO WS-OPER-CHANGE-COUNT
003810             ADD 1 TO WS-RUN-CHANGE-COUNT
003820         WHEN "P"
003830             MOVE "PIN RESET AND UNLOCKED" TO SD-EVENT
003840             ADD 1 TO WS-OPER-CHANGE-COUNT
003850             ADD 1 TO WS-RUN-CHANGE-COUNT
003860         WHEN "N"
003870             MOVE "OPERATOR UNLOCKED" TO SD-EVENT
003880             ADD 1 TO WS-OPER-CHANGE-COUNT
003890             ADD 1 TO WS-RUN-CHANGE-COUNT
003900         WHEN "C"
003910             MOVE "OPERATOR CHANGED" TO SD-EVENT
003920             ADD 1 TO WS-OPER-CHANGE-COUNT
003930             ADD 1 TO WS-RUN-CHANGE-COUNT
003940         WHEN OTHER
003950             MOVE "UNKNOWN" TO SD-EVENT
003960     END-EVALUATE
003970     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
003980 3200-EXIT.
003990     EXIT.
004000
004010 3300-PRINT-OPERATOR-TOTAL.
004020     MOVE WS-PREV-OPERATOR TO SU-OPERATOR-ID
004030     MOVE WS-OPER-SIGN-ON-COUNT TO SU-SIGN-ON-COUNT
004040     MOVE WS-OPER-FAILED-COUNT TO SU-FAILED-COUNT
004050     MOVE WS-OPER-LOCKOUT-COUNT TO SU-LOCKOUT-COUNT
004060     MOVE WS-OPER-REFUSED-COUNT TO SU-REFUSED-COUNT
004070     MOVE WS-OPER-CHANGE-COUNT TO SU-CHANGE-COUNT
004080     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
004090         PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
004100     END-IF
004110     WRITE SIGN-PRINT-LINE FROM SIGN-OPERATOR-TOTAL-LINE
004120     MOVE SPACES TO SIGN-PRINT-LINE
004130     WRITE SIGN-PRINT-LINE
004140     ADD 2 TO WS-LINE-COUNT.
004150 3300-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------------
004190* 5000 SERIES - REPORT WRITING
004200*----------------------------------------------------------------
004210 5100-WRITE-REPORT-LINE.
004220     IF WS-LINE-COUNT = ZERO OR
004230             WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
004240         PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
004250     END-IF
004260     WRITE SIGN-PRINT-LINE FROM SIGN-DETAIL-LINE
004270     ADD 1 TO WS-LINE-COUNT.
004280 5100-EXIT.
004290     EXIT.
004300
004310 5200-WRITE-REPORT-HEADERS.
004320     IF WS-LINE-COUNT NOT = ZERO
004330         ADD 1 TO WS-PAGE-NUMBER
004340     END-IF
004350     MOVE WS-RUN-DATE TO SH2-RUN-DATE
004360     MOVE WS-PAGE-NUMBER TO SH2-PAGE-NO
004370     WRITE SIGN-PRINT-LINE FROM SIGN-HEADING-1
004380     WRITE SIGN-PRINT-LINE FROM SIGN-HEADING-2
004390     WRITE SIGN-PRINT-LINE FROM SIGN-HEADING-3
004400     MOVE ZERO TO WS-LINE-COUNT.
004410 5200-EXIT.
004420     EXIT.
004430
004440*----------------------------------------------------------------
004450* 9000 SERIES - TOTALS AND END OF RUN
004460*----------------------------------------------------------------
004470 9100-PRINT-TOTALS.
004480     IF WS-LINE-COUNT = ZERO
004490         PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
004500     END-IF
004510     MOVE SPACES TO SIGN-TOTAL-LINE
004520     MOVE "OPERATORS WITH ACTIVITY:" TO ST-LABEL
004530     MOVE WS-OPERATOR-COUNT TO ST-COUNT
004540     WRITE SIGN-PRINT-LINE FROM SIGN-TOTAL-LINE
004550     MOVE SPACES TO SIGN-TOTAL-LINE
004560     MOVE "SIGN-ONS:" TO ST-LABEL
004570     MOVE WS-RUN-SIGN-ON-COUNT TO ST-COUNT
004580     WRITE SIGN-PRINT-LINE FROM SIGN-TOTAL-LINE
004590     MOVE SPACES TO SIGN-TOTAL-LINE
004600     MOVE "FAILED SIGN-ONS:" TO ST-LABEL
004610     MOVE WS-RUN-FAILED-COUNT TO ST-COUNT
004620     WRITE SIGN-PRINT-LINE FROM SIGN-TOTAL-LINE
004630     MOVE SPACES TO SIGN-TOTAL-LINE
004640     MOVE "OPERATORS LOCKED OUT:" TO ST-LABEL
004650     MOVE WS-RUN-LOCKOUT-COUNT TO ST-COUNT
004660     WRITE SIGN-PRINT-LINE FROM SIGN-TOTAL-LINE
004670     MOVE SPACES TO SIGN-TOTAL-LINE
004680     MOVE "FUNCTIONS REFUSED:" TO ST-LABEL
004690     MOVE WS-RUN-REFUSED-COUNT TO ST-COUNT
004700     WRITE SIGN-PRINT-LINE FROM SIGN-TOTAL-LINE
004710     MOVE SPACES TO SIGN-TOTAL-LINE
004720     MOVE "OPERATOR MASTER CHANGES:" TO ST-LABEL
004730     MOVE WS-RUN-CHANGE-COUNT TO ST-COUNT
004740     WRITE SIGN-PRINT-LINE FROM SIGN-TOTAL-LINE
004750     MOVE SPACES TO SIGN-TOTAL-LINE
004760     MOVE "TOTAL EVENTS:" TO ST-LABEL
004770     MOVE WS-SELECTED-COUNT TO ST-COUNT
004780     WRITE SIGN-PRINT-LINE FROM SIGN-TOTAL-LINE.
004790 9100-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------------
004830* The operators a supervisor has still to unlock, read from the
004840* operator master as it stands, whenever they were locked.
004850*----------------------------------------------------------------
004860 9200-PRINT-LOCKED-OPERATORS.
004870     MOVE SPACES TO SIGN-PRINT-LINE
004880     WRITE SIGN-PRINT-LINE
004890     WRITE SIGN-PRINT-LINE FROM SIGN-LOCKED-HEADING
004900     OPEN INPUT OPERATOR-FILE
004910     IF WS-OPERMAST-STATUS = "00"
004920         MOVE "Y" TO WS-MORE-RECORDS-SWITCH
004930         PERFORM 9250-CHECK-ONE-OPERATOR THRU 9250-EXIT
004940             UNTIL NO-MORE-RECORDS
004950         CLOSE OPERATOR-FILE
004960         IF WS-LOCKED-COUNT = ZERO
004970             MOVE "NONE" TO SM-MESSAGE
004980             WRITE SIGN-PRINT-LINE FROM SIGN-MESSAGE-LINE
004990         END-IF
005000     ELSE
005010         IF OPERMAST-FILE-NOT-FOUND
005020             MOVE "NO OPERATOR MASTER ON FILE" TO SM-MESSAGE
005030         ELSE
005040             MOVE "OPERATOR MASTER COULD NOT BE OPENED"
005050                 TO SM-MESSAGE
005060             DISPLAY "UNABLE TO OPEN OPERATOR MASTER, STATUS "
005070                 WS-OPERMAST-STATUS
005080         END-IF
005090         WRITE SIGN-PRINT-LINE FROM SIGN-MESSAGE-LINE
005100     END-IF.
005110 9200-EXIT.
005120     EXIT.
005130
005140 9250-CHECK-ONE-OPERATOR.
005150     READ OPERATOR-FILE NEXT RECORD
005160         AT END
005170             MOVE "N" TO WS-MORE-RECORDS-SWITCH
005180     END-READ
005190     EVALUATE TRUE
005200         WHEN NO-MORE-RECORDS
005210             CONTINUE
005220         WHEN WS-OPERMAST-STATUS NOT = "00"
005230             DISPLAY "READ ERROR ON OPERATOR MASTER, STATUS "
005240                 WS-OPERMAST-STATUS
005250             MOVE "N" TO WS-MORE-RECORDS-SWITCH
005260         WHEN OP-IS-LOCKED
005270             MOVE SPACES TO SIGN-LOCKED-LINE
005280             MOVE OP-OPERATOR-ID TO SK-OPERATOR-ID
005290             MOVE OP-OPERATOR-NAME TO SK-OPERATOR-NAME
005300             MOVE OP-AUTHORITY-LEVEL TO SK-AUTHORITY-LEVEL
005310             MOVE OP-FAILED-SIGN-ONS TO SK-FAILED-SIGN-ONS
005320             WRITE SIGN-PRINT-LINE FROM SIGN-LOCKED-LINE
005330             ADD 1 TO WS-LOCKED-COUNT
005340         WHEN OTHER
005350             CONTINUE
005360     END-EVALUATE.
005370 9250-EXIT.
005380     EXIT.
005390
005400 9000-FINISH-UP.
005410     IF RUN-IS-USABLE
005420         CLOSE SIGN-PRINT-FILE
005430         DISPLAY "SIGN-ON ACTIVITY REPORT COMPLETE"
005440         DISPLAY "  LOG RECORDS READ:      " WS-READ-COUNT
005450         DISPLAY "  EVENTS FOR THE DATE:   " WS-SELECTED-COUNT
005460         DISPLAY "  FAILED SIGN-ONS:       " WS-RUN-FAILED-COUNT
005470         DISPLAY "  OPERATORS LOCKED:      " WS-LOCKED-COUNT
005480     END-IF
005490     IF WS-RETURN-SEVERITY > ZERO
005500         DISPLAY "RUN ENDED WITH CONDITION CODE "
005510             WS-RETURN-SEVERITY
005520     END-IF
005530     MOVE WS-RETURN-SEVERITY TO RETURN-CODE
005540     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
005550 9000-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------------
005590* Last act of the run: append the completion record to the
005600* shared run log so the morning status report can prove the
005610* job ran and how it ended.
005620*----------------------------------------------------------------
005630 9500-WRITE-RUN-LOG.
005640     OPEN EXTEND RUN-LOG-FILE
005650     IF WS-RUNLOG-STATUS NOT = "00"
005660             AND WS-RUNLOG-STATUS NOT = "05"
005670         OPEN OUTPUT RUN-LOG-FILE
005680     END-IF
005690     IF WS-RUNLOG-STATUS = "00" OR WS-RUNLOG-STATUS = "05"
005700         MOVE SPACES TO RUN-LOG-RECORD
005710         MOVE "SIGN-RPT" TO RL-PROGRAM-NAME
005720         MOVE WS-RUN-DATE TO RL-PROCESS-DATE
005730         MOVE WS-START-TIME TO RL-START-TIME
005740         ACCEPT RL-END-TIME FROM TIME
005750         MOVE WS-READ-COUNT TO RL-READ-COUNT
005760         MOVE WS-SELECTED-COUNT TO RL-POSTED-COUNT
005770         MOVE WS-RUN-FAILED-COUNT TO RL-ERROR-COUNT
005780         MOVE WS-RETURN-SEVERITY TO RL-CONDITION-CODE
005790         WRITE RUN-LOG-RECORD
005800         CLOSE RUN-LOG-FILE
005810     ELSE
005820         DISPLAY "UNABLE TO UPDATE RUN LOG, STATUS "
005830             WS-RUNLOG-STATUS
005840     END-IF.
005850 9500-EXIT.
005860     EXIT.
005870
005880 END PROGRAM SIGN-RPT.
