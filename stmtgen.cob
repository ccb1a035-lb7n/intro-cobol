000290* 2026-09-03 DL   - The statement name widened from X(21) to
000300*            X(42) with the rest of the system, so a long name
000310*            prints whole on the statement heading.
000320* 2026-10-15 DL   - Each statement line now carries the entry's
000330*            transaction reference in a REFERENCE column, so a
000340*            customer querying a line can quote it and be traced
000350*            to the exact entry on every file. Entries loaded
000360*            before references existed print zeros.
000370* 2026-10-15 DL   - Reversals (operation 5) print as REVERSAL
000380*            and total on their own line. A reversed entry is
000390*            followed by a line naming the reversal, and a
000400*            reversal by a line naming the entry it reverses, so
000410*            the statement explains itself even when the pair
000420*            falls in different months; the date column now
000430*            shows the sequence number too, which is how the
000440*            pair names each other.
000450* 2026-10-15 DL   - The reversal link line now starts a new page
000460*            when the page is full, as an entry line does, and
000470*            the REFERENCE heading lines up over its column.
000480*****************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. STMT-GEN.
000510 AUTHOR. DATA-PROCESSING-TEAM.
000520 INSTALLATION. TRAINING-DEPT.
000530 DATE-WRITTEN. SEPTEMBER 3, 2026.
000540 DATE-COMPILED.
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT TRANS-HISTORY-FILE ASSIGN TO "TRANHIST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS TH-KEY
000620         FILE STATUS IS WS-HIST-STATUS.
000630
000640     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS CM-CUSTOMER-NUMBER
000680         ALTERNATE RECORD KEY IS CM-LAST-NAME
000690             WITH DUPLICATES
000700         FILE STATUS IS WS-CUSTMAST-STATUS.
000710
000720     SELECT STMT-PARM-FILE ASSIGN TO "STMTPARM"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-PARM-STATUS.
000750
000760     SELECT STMT-PRINT-FILE ASSIGN TO "STMTOUT"
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780
000790     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-RUNLOG-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  TRANS-HISTORY-FILE.
000860     COPY HISTREC.
000870
000880 FD  CUSTOMER-MASTER-FILE.
000890     COPY CUSTREC.
000900
000910 FD  STMT-PARM-FILE.
000920 01  STMT-PARM-RECORD.
000930     05  SP-STATEMENT-MONTH   PIC 9(04).
000940
000950 FD  STMT-PRINT-FILE.
000960 01  STMT-LINE                PIC X(132).
000970
000980 FD  RUN-LOG-FILE.
000990     COPY RUNREC.
001000
001010 WORKING-STORAGE SECTION.
001020 01  WS-SWITCHES.
001030     05  WS-MORE-RECORDS-SWITCH    PIC X(01) VALUE "Y".
001040         88  MORE-RECORDS-REMAIN       VALUE "Y".
001050         88  NO-MORE-RECORDS           VALUE "N".
001060     05  WS-RUN-USABLE-SWITCH      PIC X(01) VALUE "Y".
001070         88  RUN-IS-USABLE             VALUE "Y".
001080     05  WS-RUN-FAILED-SWITCH      PIC X(01) VALUE "N".
001090         88  RUN-HAS-FAILED            VALUE "Y".
001100     05  WS-STMT-OPEN-SWITCH       PIC X(01) VALUE "N".
001110         88  STATEMENT-IS-OPEN         VALUE "Y".
001120
001130 01  WS-FILE-STATUSES.
001140     05  WS-HIST-STATUS            PIC X(02).
001150         88  HIST-FILE-NOT-FOUND      VALUE "35".
001160     05  WS-CUSTMAST-STATUS        PIC X(02).
001170         88  CUSTMAST-FILE-NOT-FOUND  VALUE "35".
001180     05  WS-PARM-STATUS            PIC X(02).
001190     05  WS-RUNLOG-STATUS          PIC X(02).
001200
001210 01  WS-RUN-DATE               PIC 9(06).
001220 77  WS-START-TIME             PIC 9(08) VALUE ZERO.
001230
001240 01  WS-TRANS-DATE-SPLIT.
001250     05  WS-TD-MONTH           PIC 9(04).
001260     05  WS-TD-DAY             PIC 9(02).
001270
001280 77  WS-STATEMENT-MONTH        PIC 9(04) VALUE ZERO.
001290 77  WS-CURRENT-CUSTOMER       PIC 9(05) VALUE ZERO.
001300 77  WS-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
001310 77  WS-PRINTED-COUNT          PIC 9(09) COMP VALUE ZERO.
001320 77  WS-STATEMENT-COUNT        PIC 9(09) COMP VALUE ZERO.
001330 77  WS-NO-NAME-COUNT          PIC 9(09) COMP VALUE ZERO.
001340 77  WS-RETURN-SEVERITY        PIC 9(02) COMP VALUE ZERO.
001350 77  WS-OP-SUB                 PIC 9(02) COMP VALUE ZERO.
001360 77  WS-CUST-ENTRY-COUNT       PIC 9(09) COMP VALUE ZERO.
001370 77  WS-CUST-VALUE-TOTAL       PIC S9(19)V9(19) COMP-3
001380                                   VALUE ZERO.
001390 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
001400 77  WS-PAGE-NUMBER            PIC 9(03) COMP VALUE ZERO.
001410 77  WS-MAX-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.
001420
001430 01  WS-STMT-FULL-NAME         PIC X(42).
001440
001450 01  WS-OP-TOTAL-TABLE.
001460     05  WS-OP-TOTAL-ENTRY OCCURS 5 TIMES.
001470         10  WS-OP-COUNT       PIC 9(09) COMP.
001480         10  WS-OP-VALUE       PIC S9(19)V9(19) COMP-3.
001490
001500 01  STMT-HEADING-1.
001510     05  FILLER                PIC X(40) VALUE SPACES.
001520     05  FILLER                PIC X(40)
001530             VALUE "MONTHLY CUSTOMER STATEMENT".
001540     05  FILLER                PIC X(52) VALUE SPACES.
001550
001560 01  STMT-HEADING-2.
001570     05  FILLER                PIC X(17)
001580             VALUE "STATEMENT MONTH: ".
001590     05  SH2-STATEMENT-MONTH   PIC 9(04).
001600     05  FILLER                PIC X(12) VALUE "   RUN DATE:".
001610     05  FILLER                PIC X(01) VALUE SPACES.
001620     05  SH2-RUN-DATE          PIC 9(06).
001630     05  FILLER                PIC X(10) VALUE SPACES.
001640     05  FILLER                PIC X(06) VALUE "PAGE: ".
001650     05  SH2-PAGE-NO           PIC ZZ9.
001660     05  FILLER                PIC X(73) VALUE SPACES.
001670
001680 01  STMT-CUSTOMER-LINE.
001690     05  FILLER                PIC X(09) VALUE "CUSTOMER ".
001700     05  SC-CUSTOMER-NUMBER    PIC 9(05).
001710     05  FILLER                PIC X(02) VALUE SPACES.
001720     05  SC-FULL-NAME          PIC X(42).
001730     05  FILLER                PIC X(74) VALUE SPACES.
001740
001750 01  STMT-HEADING-3.
001760     05  FILLER                PIC X(13) VALUE "DATE-SEQ".
001770     05  FILLER                PIC X(09) VALUE "OPERATION".
001780     05  FILLER                PIC X(24) VALUE SPACES.
001790     05  FILLER                PIC X(12) VALUE "FIRST NUMBER".
001800     05  FILLER                PIC X(12) VALUE SPACES.
001810     05  FILLER                PIC X(13) VALUE "SECOND NUMBER".
001820     05  FILLER                PIC X(18) VALUE SPACES.
001830     05  FILLER                PIC X(06) VALUE "RESULT".
001840     05  FILLER                PIC X(05) VALUE SPACES.
001850     05  FILLER                PIC X(09) VALUE "REFERENCE".
001860     05  FILLER                PIC X(11) VALUE SPACES.
001870
001880 01  STMT-DETAIL-LINE.
001890     05  SD-TRANS-DATE         PIC 9(06).
001900     05  FILLER                PIC X(01) VALUE "-".
001910     05  SD-SEQUENCE-NUMBER    PIC 9(04).
001920     05  FILLER                PIC X(02) VALUE SPACES.
001930     05  SD-OPERATION          PIC X(08).
001940     05  FILLER                PIC X(01) VALUE SPACES.
001950     05  SD-FIRST-NUMBER       PIC -(18)9.9(04).
001960     05  FILLER                PIC X(01) VALUE SPACES.
001970     05  SD-SECOND-NUMBER      PIC -(18)9.9(04).
001980     05  FILLER                PIC X(02) VALUE "= ".
001990     05  SD-RESULT             PIC -(18)9.9(04).
002000     05  FILLER                PIC X(15) VALUE SPACES.
002010     05  SD-TRANS-REFERENCE    PIC 9(10).
002020     05  FILLER                PIC X(10) VALUE SPACES.
002030
002040 01  STMT-LINK-LINE.
002050     05  FILLER                PIC X(13) VALUE SPACES.
002060     05  SK-LINK-TEXT          PIC X(14).
002070     05  SK-LINKED-DATE        PIC 9(06).
002080     05  FILLER                PIC X(01) VALUE "-".
002090     05  SK-LINKED-SEQUENCE    PIC 9(04).
002100     05  FILLER                PIC X(94) VALUE SPACES.
002110
002120 01  STMT-OP-TOTAL-LINE.
002130     05  SO-LABEL              PIC X(22).
002140     05  SO-COUNT              PIC ZZZ,ZZZ,ZZ9.
002150     05  FILLER                PIC X(02) VALUE SPACES.
002160     05  SO-VALUE              PIC -(18)9.9(04).
002170     05  FILLER                PIC X(73) VALUE SPACES.
002180
002190 01  STMT-CLOSING-LINE.
002200     05  FILLER                PIC X(22)
002210             VALUE "STATEMENT TOTAL:".
002220     05  SL-COUNT              PIC ZZZ,ZZZ,ZZ9.
002230     05  FILLER                PIC X(02) VALUE SPACES.
002240     05  SL-VALUE              PIC -(18)9.9(04).
002250     05  FILLER                PIC X(73) VALUE SPACES.
002260
002270 PROCEDURE DIVISION.
002280
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002310     PERFORM 2000-PROCESS-ONE-HISTORY THRU 2000-EXIT
002320         UNTIL NO-MORE-RECORDS
002330     PERFORM 9000-FINISH-UP THRU 9000-EXIT
002340     GOBACK.
002350
002360*----------------------------------------------------------------
002370* 1000 SERIES - START OF RUN
002380*----------------------------------------------------------------
002390 1000-INITIALIZE.
002400     ACCEPT WS-START-TIME FROM TIME
002410     ACCEPT WS-RUN-DATE FROM DATE
002420     PERFORM 1100-READ-STATEMENT-MONTH THRU 1100-EXIT
002430     IF RUN-IS-USABLE
002440         OPEN INPUT TRANS-HISTORY-FILE
002450         IF WS-HIST-STATUS NOT = "00"
002460             IF HIST-FILE-NOT-FOUND
002470                 DISPLAY "NO TRANSACTION HISTORY ON FILE -"
002480                     " NOTHING TO STATEMENT"
002490             ELSE
002500                 DISPLAY "UNABLE TO OPEN HISTORY MASTER, STATUS "
002510                     WS-HIST-STATUS
002520             END-IF
002530             MOVE "N" TO WS-RUN-USABLE-SWITCH
002540             MOVE 16 TO WS-RETURN-SEVERITY
002550         END-IF
002560     END-IF
002570     IF RUN-IS-USABLE
002580         OPEN INPUT CUSTOMER-MASTER-FILE
002590         IF WS-CUSTMAST-STATUS NOT = "00"
002600             DISPLAY "UNABLE TO OPEN CUSTOMER MASTER, STATUS "
002610                 WS-CUSTMAST-STATUS
002620             MOVE "N" TO WS-RUN-USABLE-SWITCH
002630             MOVE 16 TO WS-RETURN-SEVERITY
002640         END-IF
002650     END-IF
002660     IF RUN-IS-USABLE
002670         OPEN OUTPUT STMT-PRINT-FILE
002680         PERFORM 1200-START-HISTORY-SCAN THRU 1200-EXIT
002690     ELSE
002700         MOVE "N" TO WS-MORE-RECORDS-SWITCH
002710     END-IF.
002720 1000-EXIT.
002730     EXIT.
002740
002750 1100-READ-STATEMENT-MONTH.
002760     OPEN INPUT STMT-PARM-FILE
002770     IF WS-PARM-STATUS NOT = "00"
002780         DISPLAY "NO STMTPARM PARAMETER FILE - SUPPLY THE"
002790             " STATEMENT MONTH (YYMM) AND RERUN"
002800         MOVE "N" TO WS-RUN-USABLE-SWITCH
002810         MOVE 16 TO WS-RETURN-SEVERITY
002820     ELSE
002830         READ STMT-PARM-FILE
002840         IF WS-PARM-STATUS = "00"
002850                 AND SP-STATEMENT-MONTH IS NUMERIC
002860             MOVE SP-STATEMENT-MONTH TO WS-STATEMENT-MONTH
002870         ELSE
002880             DISPLAY "STMTPARM STATEMENT MONTH MISSING OR NOT"
002890                 " NUMERIC - RUN REFUSED"
002900             MOVE "N" TO WS-RUN-USABLE-SWITCH
002910             MOVE 16 TO WS-RETURN-SEVERITY
002920         END-IF
002930         CLOSE STMT-PARM-FILE
002940     END-IF.
002950 1100-EXIT.
002960     EXIT.
002970
002980*----------------------------------------------------------------
002990* TRANHIST is keyed by customer number, date, and sequence, so
003000* a single pass in key order delivers each customer's month in
003010* exactly the order the statement wants it printed.
003020*----------------------------------------------------------------
003030 1200-START-HISTORY-SCAN.
003040     MOVE ZERO TO TH-CUSTOMER-NUMBER
003050     MOVE ZERO TO TH-TRANS-DATE
003060     MOVE ZERO TO TH-SEQUENCE-NUMBER
003070     START TRANS-HISTORY-FILE
003080         KEY IS NOT LESS THAN TH-KEY
003090         INVALID KEY
003100             MOVE "N" TO WS-MORE-RECORDS-SWITCH
003110     END-START
003120     IF MORE-RECORDS-REMAIN
003130         PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT
003140     END-IF.
003150 1200-EXIT.
003160     EXIT.
003170
003180*----------------------------------------------------------------
003190* 2000 SERIES - ONE HISTORY RECORD PER PASS
003200*----------------------------------------------------------------
003210 2000-PROCESS-ONE-HISTORY.
003220     ADD 1 TO WS-READ-COUNT
003230     MOVE TH-TRANS-DATE TO WS-TRANS-DATE-SPLIT
003240     IF WS-TD-MONTH = WS-STATEMENT-MONTH
003250         IF TH-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
003260                 OR NOT STATEMENT-IS-OPEN
003270             PERFORM 3000-CLOSE-STATEMENT THRU 3000-EXIT
003280             PERFORM 3100-OPEN-STATEMENT THRU 3100-EXIT
003290         END-IF
003300         PERFORM 4000-PRINT-ONE-ENTRY THRU 4000-EXIT
003310     END-IF
003320     PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT.
003330 2000-EXIT.
003340     EXIT.
003350
003360 2100-READ-NEXT-HISTORY.
003370     READ TRANS-HISTORY-FILE NEXT RECORD
003380         AT END
003390             MOVE "N" TO WS-MORE-RECORDS-SWITCH
003400     END-READ
003410     IF MORE-RECORDS-REMAIN
003420             AND WS-HIST-STATUS NOT = "00"
003430             AND WS-HIST-STATUS NOT = "02"
003440         DISPLAY "I-O ERROR READING HISTORY MASTER, STATUS "
003450             WS-HIST-STATUS
003460         MOVE "N" TO WS-MORE-RECORDS-SWITCH
003470         MOVE "Y" TO WS-RUN-FAILED-SWITCH
003480         MOVE 8 TO WS-RETURN-SEVERITY
003490     END-IF.
003500 2100-EXIT.
003510     EXIT.
003520
003530*----------------------------------------------------------------
003540* 3000 SERIES - STATEMENT OPEN / CLOSE
003550* A statement closes with a count and value total per operation
003560* (only operations the customer actually used) and a closing
003570* total, then the next customer starts on a fresh page.
003580*----------------------------------------------------------------
003590 3000-CLOSE-STATEMENT.
003600     IF STATEMENT-IS-OPEN
003610         PERFORM 3200-PRINT-OP-TOTALS THRU 3200-EXIT
003620         MOVE WS-CUST-ENTRY-COUNT TO SL-COUNT
003630         MOVE WS-CUST-VALUE-TOTAL TO SL-VALUE
003640         WRITE STMT-LINE FROM STMT-CLOSING-LINE
003650         ADD 1 TO WS-LINE-COUNT
003660         MOVE "N" TO WS-STMT-OPEN-SWITCH
003670     END-IF.
003680 3000-EXIT.
003690     EXIT.
003700
003710 3100-OPEN-STATEMENT.
003720     MOVE TH-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
003730     MOVE ZERO TO WS-CUST-ENTRY-COUNT
003740     MOVE ZERO TO WS-CUST-VALUE-TOTAL
003750     PERFORM 3150-CLEAR-ONE-OP-TOTAL THRU 3150-EXIT
003760         VARYING WS-OP-SUB FROM 1 BY 1
003770         UNTIL WS-OP-SUB > 5
003780     PERFORM 3300-FETCH-CUSTOMER-NAME THRU 3300-EXIT
003790     PERFORM 5200-WRITE-PAGE-HEADERS THRU 5200-EXIT
003800     MOVE WS-CURRENT-CUSTOMER TO SC-CUSTOMER-NUMBER
003810     MOVE WS-STMT-FULL-NAME TO SC-FULL-NAME
003820     WRITE STMT-LINE FROM STMT-CUSTOMER-LINE
003830     WRITE STMT-LINE FROM STMT-HEADING-3
003840     ADD 2 TO WS-LINE-COUNT
003850     ADD 1 TO WS-STATEMENT-COUNT
003860     MOVE "Y" TO WS-STMT-OPEN-SWITCH.
003870 3100-EXIT.
003880     EXIT.
003890
003900 3150-CLEAR-ONE-OP-TOTAL.
003910     MOVE ZERO TO WS-OP-COUNT (WS-OP-SUB)
003920     MOVE ZERO TO WS-OP-VALUE (WS-OP-SUB).
003930 3150-EXIT.
003940     EXIT.
003950
003960 3200-PRINT-OP-TOTALS.
003970     PERFORM 3250-PRINT-ONE-OP-TOTAL THRU 3250-EXIT
003980         VARYING WS-OP-SUB FROM 1 BY 1
003990         UNTIL WS-OP-SUB > 5.
004000 3200-EXIT.
004010     EXIT.
004020
004030 3250-PRINT-ONE-OP-TOTAL.
004040     IF WS-OP-COUNT (WS-OP-SUB) > ZERO
004050         MOVE SPACES TO STMT-OP-TOTAL-LINE
004060         EVALUATE WS-OP-SUB
004070             WHEN 1
004080                 MOVE "  TOTAL ADD:" TO SO-LABEL
004090             WHEN 2
004100                 MOVE "  TOTAL SUBTRACT:" TO SO-LABEL
004110             WHEN 3
004120                 MOVE "  TOTAL MULTIPLY:" TO SO-LABEL
004130             WHEN 4
004140                 MOVE "  TOTAL DIVIDE:" TO SO-LABEL
004150             WHEN 5
004160                 MOVE "  TOTAL REVERSAL:" TO SO-LABEL
004170         END-EVALUATE
004180         MOVE WS-OP-COUNT (WS-OP-SUB) TO SO-COUNT
004190         MOVE WS-OP-VALUE (WS-OP-SUB) TO SO-VALUE
004200         WRITE STMT-LINE FROM STMT-OP-TOTAL-LINE
004210         ADD 1 TO WS-LINE-COUNT
004220     END-IF.
004230 3250-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------------
004270* The history record carries the name as it stood when the
004280* entry posted; the statement heading uses the current name on
004290* the customer master. A customer missing from the master is
004300* reported but the statement still prints.
004310*----------------------------------------------------------------
004320 3300-FETCH-CUSTOMER-NAME.
004330     MOVE SPACES TO WS-STMT-FULL-NAME
004340     MOVE WS-CURRENT-CUSTOMER TO CM-CUSTOMER-NUMBER
004350     READ CUSTOMER-MASTER-FILE
004360         INVALID KEY
004370             DISPLAY "CUSTOMER " WS-CURRENT-CUSTOMER
004380                 " NOT ON CUSTOMER MASTER"
004390             MOVE "(NOT ON MASTER)" TO WS-STMT-FULL-NAME
004400             ADD 1 TO WS-NO-NAME-COUNT
004410         NOT INVALID KEY
004420             STRING CM-FIRST-NAME DELIMITED BY SPACE
004430                    " " DELIMITED BY SIZE
004440                    CM-LAST-NAME DELIMITED BY SPACE
004450                    INTO WS-STMT-FULL-NAME
004460             END-STRING
004470     END-READ.
004480 3300-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------------
004520* 4000 SERIES - STATEMENT DETAIL
004530*----------------------------------------------------------------
004540 4000-PRINT-ONE-ENTRY.
004550     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
004560         PERFORM 5200-WRITE-PAGE-HEADERS THRU 5200-EXIT
004570         MOVE WS-CURRENT-CUSTOMER TO SC-CUSTOMER-NUMBER
004580         MOVE WS-STMT-FULL-NAME TO SC-FULL-NAME
004590         WRITE STMT-LINE FROM STMT-CUSTOMER-LINE
004600         WRITE STMT-LINE FROM STMT-HEADING-3
004610         ADD 2 TO WS-LINE-COUNT
004620     END-IF
004630     MOVE SPACES TO STMT-DETAIL-LINE
004640     MOVE TH-TRANS-DATE TO SD-TRANS-DATE
004650     MOVE TH-SEQUENCE-NUMBER TO SD-SEQUENCE-NUMBER
004660     EVALUATE TH-OPERATION-CODE
004670         WHEN 1
004680             MOVE "ADD     " TO SD-OPERATION
004690         WHEN 2
004700             MOVE "SUBTRACT" TO SD-OPERATION
004710         WHEN 3
004720             MOVE "MULTIPLY" TO SD-OPERATION
004730         WHEN 4
004740             MOVE "DIVIDE  " TO SD-OPERATION
004750         WHEN 5
004760             MOVE "REVERSAL" TO SD-OPERATION
004770         WHEN OTHER
004780             MOVE "UNKNOWN " TO SD-OPERATION
004790     END-EVALUATE
004800     MOVE TH-FIRST-NUMBER TO SD-FIRST-NUMBER
004810     MOVE TH-SECOND-NUMBER TO SD-SECOND-NUMBER
004820     MOVE TH-RESULT TO SD-RESULT
004830     MOVE TH-TRANS-REFERENCE TO SD-TRANS-REFERENCE
004840     WRITE STMT-LINE FROM STMT-DETAIL-LINE
004850     ADD 1 TO WS-LINE-COUNT
004860     ADD 1 TO WS-PRINTED-COUNT
004870     ADD 1 TO WS-CUST-ENTRY-COUNT
004880     IF TH-ENTRY-REVERSED OR TH-REVERSAL-ENTRY
004890         PERFORM 4100-PRINT-LINK-LINE THRU 4100-EXIT
004900     END-IF
004910     IF TH-OPERATION-CODE >= 1 AND TH-OPERATION-CODE <= 5
004920         ADD 1 TO WS-OP-COUNT (TH-OPERATION-CODE)
004930         ADD TH-RESULT TO WS-OP-VALUE (TH-OPERATION-CODE)
004940             ON SIZE ERROR
004950                 CONTINUE
004960         END-ADD
004970     END-IF
004980     ADD TH-RESULT TO WS-CUST-VALUE-TOTAL
004990         ON SIZE ERROR
005000             CONTINUE
005010     END-ADD.
005020 4000-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------
005060* The other half of a reversal pair, by date and sequence, so a
005070* reversed entry and its reversal explain each other on the
005080* statement. The line carries no amount and adds to no total.
005090*----------------------------------------------------------------
005100 4100-PRINT-LINK-LINE.
005110     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
005120         PERFORM 5200-WRITE-PAGE-HEADERS THRU 5200-EXIT
005130         MOVE WS-CURRENT-CUSTOMER TO SC-CUSTOMER-NUMBER
005140         MOVE WS-STMT-FULL-NAME TO SC-FULL-NAME
005150         WRITE STMT-LINE FROM STMT-CUSTOMER-LINE
005160         WRITE STMT-LINE FROM STMT-HEADING-3
005170         ADD 2 TO WS-LINE-COUNT
005180     END-IF
005190     IF TH-ENTRY-REVERSED
005200         MOVE "REVERSED BY" TO SK-LINK-TEXT
005210     ELSE
005220         MOVE "REVERSAL OF" TO SK-LINK-TEXT
005230     END-IF
005240     MOVE TH-LINKED-DATE TO SK-LINKED-DATE
005250     MOVE TH-LINKED-SEQUENCE TO SK-LINKED-SEQUENCE
005260     WRITE STMT-LINE FROM STMT-LINK-LINE
005270     ADD 1 TO WS-LINE-COUNT.
005280 4100-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------------
005320* 5000 SERIES - PAGE HEADERS
005330* Every statement starts a fresh page so the pages can be
005340* pulled apart and mailed separately.
005350*----------------------------------------------------------------
005360 5200-WRITE-PAGE-HEADERS.
005370     ADD 1 TO WS-PAGE-NUMBER
005380     MOVE WS-STATEMENT-MONTH TO SH2-STATEMENT-MONTH
005390     MOVE WS-RUN-DATE TO SH2-RUN-DATE
005400     MOVE WS-PAGE-NUMBER TO SH2-PAGE-NO
005410     WRITE STMT-LINE FROM STMT-HEADING-1
005420     WRITE STMT-LINE FROM STMT-HEADING-2
005430     MOVE 2 TO WS-LINE-COUNT.
005440 5200-EXIT.
005450     EXIT.
005460
005470*----------------------------------------------------------------
005480* 9000 SERIES - END OF RUN
005490*----------------------------------------------------------------
005500 9000-FINISH-UP.
005510     IF RUN-IS-USABLE
005520         PERFORM 3000-CLOSE-STATEMENT THRU 3000-EXIT
005530         CLOSE STMT-PRINT-FILE
005540         CLOSE TRANS-HISTORY-FILE
005550         CLOSE CUSTOMER-MASTER-FILE
005560         IF RUN-HAS-FAILED
005570             DISPLAY "STATEMENT RUN FAILED - STMTOUT IS"
005580                 " INCOMPLETE - CORRECT THE PROBLEM AND RERUN"
005590         ELSE
005600             DISPLAY "STATEMENT RUN COMPLETE"
005610         END-IF
005620         DISPLAY "  HISTORY RECORDS READ:  " WS-READ-COUNT
005630         DISPLAY "  ENTRIES ON STATEMENTS: " WS-PRINTED-COUNT
005640         DISPLAY "  STATEMENTS PRINTED:    " WS-STATEMENT-COUNT
005650         IF WS-NO-NAME-COUNT > ZERO
005660             DISPLAY "  CUSTOMERS NOT ON MASTER: "
005670                 WS-NO-NAME-COUNT
005680         END-IF
005690     END-IF
005700     IF WS-RETURN-SEVERITY = ZERO
005710             AND WS-NO-NAME-COUNT > ZERO
005720         MOVE 4 TO WS-RETURN-SEVERITY
005730     END-IF
005740     IF WS-RETURN-SEVERITY > ZERO
005750         DISPLAY "RUN ENDED WITH CONDITION CODE "
005760             WS-RETURN-SEVERITY
005770     END-IF
005780     MOVE WS-RETURN-SEVERITY TO RETURN-CODE
005790     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
005800 9000-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------------
005840* Last act of the run: append the completion record to the
005850* shared run log so the morning status report can prove the
005860* job ran and how it ended.
005870*----------------------------------------------------------------
005880 9500-WRITE-RUN-LOG.
005890     OPEN EXTEND RUN-LOG-FILE
005900     IF WS-RUNLOG-STATUS NOT = "00"
005910             AND WS-RUNLOG-STATUS NOT = "05"
005920         OPEN OUTPUT RUN-LOG-FILE
005930     END-IF
005940     IF WS-RUNLOG-STATUS = "00" OR WS-RUNLOG-STATUS = "05"
005950         MOVE SPACES TO RUN-LOG-RECORD
005960         MOVE "STMT-GEN" TO RL-PROGRAM-NAME
005970         MOVE WS-RUN-DATE TO RL-PROCESS-DATE
005980         MOVE WS-START-TIME TO RL-START-TIME
005990         ACCEPT RL-END-TIME FROM TIME
006000         MOVE WS-READ-COUNT TO RL-READ-COUNT
006010         MOVE WS-PRINTED-COUNT TO RL-POSTED-COUNT
006020         MOVE WS-NO-NAME-COUNT TO RL-ERROR-COUNT
006030         MOVE WS-RETURN-SEVERITY TO RL-CONDITION-CODE
006040         WRITE RUN-LOG-RECORD
006050         CLOSE RUN-LOG-FILE
006060     ELSE
006070         DISPLAY "UNABLE TO UPDATE RUN LOG, STATUS "
006080             WS-RUNLOG-STATUS
006090     END-IF.
006100 9500-EXIT.
006110     EXIT.
006120
006130 END PROGRAM STMT-GEN.
