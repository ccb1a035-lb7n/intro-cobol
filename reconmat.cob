000720*            the break report. OPENITEM files written under
000730*            the old width must be converted before the first
000740*            run.
000750* 2026-10-15 DL   - Returns now pair with our entries by the
000760*            transaction reference PRACTICE-ROOM assigns to every
000770*            posted entry, carried on the extract and echoed back
000780*            on RECONACK, instead of by customer number and
000790*            amount: "oldest unmatched first, exact amount
000800*            preferred" could still pair an acknowledgment with
000810*            the wrong one of a customer's same-day entries. Both
000820*            sides now sort on the reference and merge in a
000830*            single pass, so the per-customer working group and
000840*            its 1000-entry limit are gone. A return whose
000850*            reference matches but whose amount or customer
000860*            disagrees is reported as a reference-level mismatch
000870*            (REF MISMATCH), and every break line shows the
000880*            reference. The open-items file carries the
000890*            reference as well; OPENITEM files written before it
000900*            existed must be converted, and an entry or return
000910*            with no reference can no longer pair and is
000920*            reported on its own side until cleared by hand.
000930* 2026-10-15 DL   - CUST-MERGE moves a merged-away customer's open
000940*            items to the surviving number, but the department
000950*            still acknowledges them under the number they were
000960*            extracted with. A pair whose customer numbers differ
000970*            now agrees when the acknowledgment's customer on
000980*            CUSTMAST was merged into our entry's customer, so a
000990*            moved item is not reported as REF MISMATCH.
001000*****************************************************************
001010 IDENTIFICATION DIVISION.
001020 PROGRAM-ID. RECON-MATCH.
001030 AUTHOR. DATA-PROCESSING-TEAM.
001040 INSTALLATION. TRAINING-DEPT.
001050 DATE-WRITTEN. AUGUST 21, 2026.
001060 DATE-COMPILED.
001070 ENVIRONMENT DIVISION.
001080 INPUT-OUTPUT SECTION.
001090 FILE-CONTROL.
001100     SELECT EXTRACT-IN-FILE ASSIGN TO "EXTRACT"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-EXTRACT-STATUS.
001130
001140     SELECT RECON-ACK-FILE ASSIGN TO "RECONACK"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-ACK-STATUS.
001170
001180     SELECT BREAK-REPORT-FILE ASSIGN TO "BREAKRPT"
001190         ORGANIZATION IS LINE SEQUENTIAL.
001200
001210     SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-RUNPARM-STATUS.
001240
001250     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS WS-RUNLOG-STATUS.
001280
001290*    The customer master is read only to see whether a returned
001300*    customer number was merged into another.
001310     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS DYNAMIC
001340         RECORD KEY IS CM-CUSTOMER-NUMBER
001350         ALTERNATE RECORD KEY IS CM-LAST-NAME
001360             WITH DUPLICATES
001370         FILE STATUS IS WS-CUSTMAST-STATUS.
001380
001390     SELECT OPTIONAL OPEN-ITEM-IN-FILE ASSIGN TO "OPENITEM"
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS WS-OPENIN-STATUS.
001420
001430     SELECT OPEN-ITEM-OUT-FILE ASSIGN TO "OPENNEW"
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS WS-OPENOUT-STATUS.
001460
001470     SELECT OURS-SORTED-FILE ASSIGN TO "OURSSORT"
001480         ORGANIZATION IS LINE SEQUENTIAL
001490         FILE STATUS IS WS-OURSSORT-STATUS.
001500
001510     SELECT ACKS-SORTED-FILE ASSIGN TO "ACKSSORT"
001520         ORGANIZATION IS LINE SEQUENTIAL
001530         FILE STATUS IS WS-ACKSSORT-STATUS.
001540
001550     SELECT SORT-OURS-FILE ASSIGN TO "SORTWRK1".
001560
001570     SELECT SORT-ACKS-FILE ASSIGN TO "SORTWRK2".
001580
001590 DATA DIVISION.
001600 FILE SECTION.
001610 FD  EXTRACT-IN-FILE.
001620 01  EXTRACT-IN-RECORD.
001630     05  EI-CUSTOMER-NUMBER   PIC 9(05).
001640     05  EI-FULL-NAME         PIC X(42).
001650     05  EI-RESULT            PIC S9(19)V9(19) SIGN LEADING
001660                                  SEPARATE.
001670     05  EI-TRANS-REFERENCE   PIC 9(10).
001680
001690 FD  RECON-ACK-FILE.
001700 01  RECON-ACK-RECORD.
001710     05  RA-CUSTOMER-NUMBER   PIC 9(05).
001720     05  RA-FULL-NAME         PIC X(42).
001730     05  RA-RESULT            PIC S9(19)V9(19) SIGN LEADING
001740                                  SEPARATE.
001750     05  RA-TRANS-REFERENCE   PIC 9(10).
001760
001770 FD  BREAK-REPORT-FILE.
001780 01  BREAK-REPORT-LINE        PIC X(132).
001790
001800 FD  RUN-PARM-FILE.
001810 01  RUN-PARM-RECORD.
001820     05  RP-PROCESS-DATE      PIC X(06).
001830     05  FILLER               PIC X(08).
001840
001850 FD  RUN-LOG-FILE.
001860     COPY RUNREC.
001870
001880 FD  CUSTOMER-MASTER-FILE.
001890     COPY CUSTREC.
001900
001910*    The open-items file: one record per our-side entry still
001920*    unacknowledged, stamped with the date it first appeared.
001930*    Read from OPENITEM, survivors written to OPENNEW.
001940 FD  OPEN-ITEM-IN-FILE.
001950 01  OPEN-ITEM-IN-RECORD.
001960     05  OI-CUSTOMER-NUMBER   PIC 9(05).
001970     05  OI-FULL-NAME         PIC X(42).
001980     05  OI-RESULT            PIC S9(19)V9(19) SIGN LEADING
001990                                  SEPARATE.
002000     05  OI-FIRST-SEEN-DATE   PIC 9(06).
002010     05  OI-TRANS-REFERENCE   PIC 9(10).
002020
002030 FD  OPEN-ITEM-OUT-FILE.
002040 01  OPEN-ITEM-OUT-RECORD.
002050     05  ON-CUSTOMER-NUMBER   PIC 9(05).
002060     05  ON-FULL-NAME         PIC X(42).
002070     05  ON-RESULT            PIC S9(19)V9(19) SIGN LEADING
002080                                  SEPARATE.
002090     05  ON-FIRST-SEEN-DATE   PIC 9(06).
002100     05  ON-TRANS-REFERENCE   PIC 9(10).
002110
002120*    The sorted sides the merge walks: our side is open items
002130*    plus the fresh extract, the returns as received, both in
002140*    transaction reference order.
002150 FD  OURS-SORTED-FILE.
002160 01  OURS-SORTED-RECORD.
002170     05  OS-CUSTOMER-NUMBER   PIC 9(05).
002180     05  OS-FULL-NAME         PIC X(42).
002190     05  OS-RESULT            PIC S9(19)V9(19) SIGN LEADING
002200                                  SEPARATE.
002210     05  OS-FIRST-SEEN-DATE   PIC 9(06).
002220     05  OS-TRANS-REFERENCE   PIC 9(10).
002230
002240 FD  ACKS-SORTED-FILE.
002250 01  ACKS-SORTED-RECORD.
002260     05  AS-CUSTOMER-NUMBER   PIC 9(05).
002270     05  AS-FULL-NAME         PIC X(42).
002280     05  AS-RESULT            PIC S9(19)V9(19) SIGN LEADING
002290                                  SEPARATE.
002300     05  AS-TRANS-REFERENCE   PIC 9(10).
002310
002320 SD  SORT-OURS-FILE.
002330 01  SORT-OURS-RECORD.
002340     05  SO-CUSTOMER-NUMBER   PIC 9(05).
002350     05  SO-FULL-NAME         PIC X(42).
002360     05  SO-RESULT            PIC S9(19)V9(19) SIGN LEADING
002370                                  SEPARATE.
002380     05  SO-FIRST-SEEN-DATE   PIC 9(06).
002390     05  SO-TRANS-REFERENCE   PIC 9(10).
002400
002410 SD  SORT-ACKS-FILE.
002420 01  SORT-ACKS-RECORD.
002430     05  SA-CUSTOMER-NUMBER   PIC 9(05).
002440     05  SA-FULL-NAME         PIC X(42).
002450     05  SA-RESULT            PIC S9(19)V9(19) SIGN LEADING
002460                                  SEPARATE.
002470     05  SA-TRANS-REFERENCE   PIC 9(10).
002480
002490 WORKING-STORAGE SECTION.
002500 01  WS-SWITCHES.
002510     05  WS-MORE-RECORDS-SWITCH    PIC X(01) VALUE "Y".
002520         88  MORE-RECORDS-REMAIN       VALUE "Y".
002530         88  NO-MORE-RECORDS           VALUE "N".
002540     05  WS-RUN-USABLE-SWITCH      PIC X(01) VALUE "Y".
002550         88  RUN-IS-USABLE             VALUE "Y".
002560     05  WS-RUN-FAILED-SWITCH      PIC X(01) VALUE "N".
002570         88  RUN-HAS-FAILED            VALUE "Y".
002580     05  WS-OURS-EOF-SWITCH        PIC X(01) VALUE "N".
002590         88  OURS-SIDE-DONE            VALUE "Y".
002600     05  WS-ACKS-EOF-SWITCH        PIC X(01) VALUE "N".
002610         88  ACKS-SIDE-DONE            VALUE "Y".
002620     05  WS-CUSTMAST-OPEN-SWITCH   PIC X(01) VALUE "N".
002630         88  CUSTMAST-IS-OPEN          VALUE "Y".
002640     05  WS-CUSTOMERS-AGREE-SWITCH PIC X(01) VALUE "N".
002650         88  CUSTOMERS-AGREE           VALUE "Y".
002660
002670 01  WS-FILE-STATUSES.
002680     05  WS-EXTRACT-STATUS         PIC X(02).
002690         88  EXTRACT-FILE-NOT-FOUND   VALUE "35".
002700     05  WS-ACK-STATUS             PIC X(02).
002710         88  ACK-FILE-NOT-FOUND       VALUE "35".
002720     05  WS-RUNPARM-STATUS         PIC X(02).
002730     05  WS-RUNLOG-STATUS          PIC X(02).
002740     05  WS-OPENIN-STATUS          PIC X(02).
002750     05  WS-OPENOUT-STATUS         PIC X(02).
002760     05  WS-OURSSORT-STATUS        PIC X(02).
002770     05  WS-ACKSSORT-STATUS        PIC X(02).
002780     05  WS-CUSTMAST-STATUS        PIC X(02).
002790         88  CUSTMAST-FILE-NOT-FOUND  VALUE "35".
002800
002810 01  WS-RUN-DATE               PIC 9(06).
002820 77  WS-START-TIME             PIC 9(08) VALUE ZERO.
002830
002840 77  WS-EXTRACT-COUNT          PIC 9(09) COMP VALUE ZERO.
002850 77  WS-RETURN-SEVERITY        PIC 9(02) COMP VALUE ZERO.
002860 77  WS-MATCHED-COUNT          PIC 9(09) COMP VALUE ZERO.
002870 77  WS-MISMATCH-COUNT         PIC 9(09) COMP VALUE ZERO.
002880 77  WS-OURS-ONLY-COUNT        PIC 9(09) COMP VALUE ZERO.
002890 77  WS-THEIRS-ONLY-COUNT      PIC 9(09) COMP VALUE ZERO.
002900 77  WS-CARRIED-COUNT          PIC 9(09) COMP VALUE ZERO.
002910 77  WS-OPEN-WRITTEN-COUNT     PIC 9(09) COMP VALUE ZERO.
002920 77  WS-AGE-CURRENT-COUNT      PIC 9(09) COMP VALUE ZERO.
002930 77  WS-AGE-OVER-3-COUNT       PIC 9(09) COMP VALUE ZERO.
002940 77  WS-AGE-OVER-7-COUNT       PIC 9(09) COMP VALUE ZERO.
002950 77  WS-ITEM-AGE-DAYS          PIC S9(05) COMP VALUE ZERO.
002960 77  WS-RUN-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
002970 77  WS-ITEM-DAY-NUMBER        PIC 9(07) COMP VALUE ZERO.
002980
002990*    Calendar work fields for the aging arithmetic: a YYMMDD
003000*    date (window 2000-2099) is turned into a running day
003010*    number so two dates subtract to an age in days.
003020 01  WS-DATE-WORK.
003030     05  WS-DW-DATE            PIC 9(06).
003040     05  WS-DW-SPLIT REDEFINES WS-DW-DATE.
003050         10  WS-DW-YEAR        PIC 9(02).
003060         10  WS-DW-MONTH       PIC 9(02).
003070         10  WS-DW-DAY         PIC 9(02).
003080     05  WS-DW-DAY-NUMBER      PIC 9(07) COMP.
003090     05  WS-DW-LEAP-REM        PIC 9(02) COMP.
003100     05  WS-DW-LEAP-QUOT       PIC 9(07) COMP.
003110
003120 01  WS-MONTH-OFFSET-VALUES.
003130     05  FILLER PIC X(12) VALUE "000031059090".
003140     05  FILLER PIC X(12) VALUE "120151181212".
003150     05  FILLER PIC X(12) VALUE "243273304334".
003160 01  WS-MONTH-OFFSETS REDEFINES WS-MONTH-OFFSET-VALUES.
003170     05  WS-MONTH-OFFSET       PIC 9(03) OCCURS 12 TIMES.
003180 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
003190 77  WS-PAGE-NUMBER            PIC 9(03) COMP VALUE 1.
003200 77  WS-MAX-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.
003210
003220 01  BREAK-HEADING-1.
003230     05  FILLER                PIC X(40) VALUE SPACES.
003240     05  FILLER                PIC X(40)
003250             VALUE "RECONCILIATION BREAK REPORT".
003260     05  FILLER                PIC X(52) VALUE SPACES.
003270
003280 01  BREAK-HEADING-2.
003290     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
003300     05  BH2-RUN-DATE          PIC 9(06).
003310     05  FILLER                PIC X(10) VALUE SPACES.
003320     05  FILLER                PIC X(06) VALUE "PAGE: ".
003330     05  BH2-PAGE-NO           PIC ZZ9.
003340     05  FILLER                PIC X(97) VALUE SPACES.
003350
003360 01  BREAK-HEADING-3.
003370     05  FILLER                PIC X(12) VALUE "CATEGORY".
003380     05  FILLER                PIC X(11) VALUE "REFERENCE".
003390     05  FILLER                PIC X(06) VALUE "CUST".
003400     05  FILLER                PIC X(43) VALUE "NAME".
003410     05  FILLER                PIC X(25) VALUE "OUR AMOUNT".
003420     05  FILLER                PIC X(25) VALUE "THEIR AMOUNT".
003430     05  FILLER                PIC X(10) VALUE "FIRST SEEN".
003440
003450 01  BREAK-DETAIL-LINE.
003460     05  BD-CATEGORY           PIC X(12).
003470     05  BD-TRANS-REFERENCE    PIC 9(10).
003480     05  FILLER                PIC X(01) VALUE SPACES.
003490     05  BD-CUSTOMER-NUMBER    PIC 9(05).
003500     05  FILLER                PIC X(01) VALUE SPACES.
003510     05  BD-FULL-NAME          PIC X(42).
003520     05  FILLER                PIC X(01) VALUE SPACES.
003530     05  BD-OUR-AMOUNT         PIC -(18)9.9(04).
003540     05  FILLER                PIC X(01) VALUE SPACES.
003550     05  BD-THEIR-AMOUNT       PIC -(18)9.9(04).
003560     05  FILLER                PIC X(01) VALUE SPACES.
003570     05  BD-FIRST-SEEN         PIC 9(06).
003580     05  FILLER                PIC X(04) VALUE SPACES.
003590
003600 01  BREAK-TOTAL-LINE.
003610     05  BT-LABEL              PIC X(30).
003620     05  BT-COUNT              PIC ZZZ,ZZZ,ZZ9.
003630     05  FILLER                PIC X(91) VALUE SPACES.
003640
003650 PROCEDURE DIVISION.
003660
003670 0000-MAINLINE.
003680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003690     IF RUN-IS-USABLE
003700         PERFORM 1500-SORT-BOTH-SIDES THRU 1500-EXIT
003710     END-IF
003720     IF RUN-IS-USABLE AND NOT RUN-HAS-FAILED
003730         PERFORM 2000-MATCH-SORTED-SIDES THRU 2000-EXIT
003740     END-IF
003750     PERFORM 9000-FINISH-UP THRU 9000-EXIT
003760     GOBACK.
003770
003780*----------------------------------------------------------------
003790* 1000 SERIES - START OF RUN
003800*----------------------------------------------------------------
003810 1000-INITIALIZE.
003820     ACCEPT WS-START-TIME FROM TIME
003830     ACCEPT WS-RUN-DATE FROM DATE
003840     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT
003850     OPEN INPUT EXTRACT-IN-FILE
003860     IF WS-EXTRACT-STATUS NOT = "00"
003870         IF EXTRACT-FILE-NOT-FOUND
003880             DISPLAY "NO EXTRACT ON FILE - NOTHING TO MATCH"
003890         ELSE
003900             DISPLAY "UNABLE TO OPEN EXTRACT, STATUS "
003910                 WS-EXTRACT-STATUS
003920         END-IF
003930         MOVE "N" TO WS-RUN-USABLE-SWITCH
003940         MOVE 16 TO WS-RETURN-SEVERITY
003950     END-IF
003960     OPEN INPUT RECON-ACK-FILE
003970     IF WS-ACK-STATUS NOT = "00"
003980         IF ACK-FILE-NOT-FOUND
003990             DISPLAY "NO RECONACK RETURN FILE - NOTHING TO MATCH"
004000         ELSE
004010             DISPLAY "UNABLE TO OPEN RECONACK, STATUS "
004020                 WS-ACK-STATUS
004030         END-IF
004040         MOVE "N" TO WS-RUN-USABLE-SWITCH
004050         MOVE 16 TO WS-RETURN-SEVERITY
004060     END-IF
004070*    Both inputs were only probed: the sorts open them again
004080*    themselves.
004090     IF WS-EXTRACT-STATUS = "00"
004100         CLOSE EXTRACT-IN-FILE
004110     END-IF
004120     IF WS-ACK-STATUS = "00"
004130         CLOSE RECON-ACK-FILE
004140     END-IF
004150     IF RUN-IS-USABLE
004160         OPEN OUTPUT BREAK-REPORT-FILE
004170         OPEN OUTPUT OPEN-ITEM-OUT-FILE
004180         OPEN INPUT CUSTOMER-MASTER-FILE
004190         IF WS-CUSTMAST-STATUS = "00"
004200             MOVE "Y" TO WS-CUSTMAST-OPEN-SWITCH
004210         ELSE
004220             IF NOT CUSTMAST-FILE-NOT-FOUND
004230                 DISPLAY "UNABLE TO OPEN CUSTOMER MASTER, STATUS "
004240                     WS-CUSTMAST-STATUS
004250             END-IF
004260             DISPLAY "MERGED CUSTOMERS CANNOT BE CHECKED - A"
004270                 " MOVED ITEM REPORTS AS REF MISMATCH"
004280         END-IF
004290         MOVE WS-RUN-DATE TO WS-DW-DATE
004300         PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT
004310         MOVE WS-DW-DAY-NUMBER TO WS-RUN-DAY-NUMBER
004320     END-IF.
004330 1000-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------------
004370* The optional RUNPARM process date keeps the whole nightly
004380* chain on one business date; system date when absent.
004390*----------------------------------------------------------------
004400 1050-READ-RUN-PARMS.
004410     OPEN INPUT RUN-PARM-FILE
004420     IF WS-RUNPARM-STATUS = "00" OR WS-RUNPARM-STATUS = "05"
004430         READ RUN-PARM-FILE
004440             AT END
004450                 CONTINUE
004460         END-READ
004470         IF WS-RUNPARM-STATUS = "00"
004480                 AND RP-PROCESS-DATE IS NUMERIC
004490             MOVE RP-PROCESS-DATE TO WS-RUN-DATE
004500             DISPLAY "PROCESS DATE SET TO " WS-RUN-DATE
004510                 " FROM RUNPARM"
004520         END-IF
004530         CLOSE RUN-PARM-FILE
004540     END-IF.
004550 1050-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------
004590* 1500 SERIES - SORT BOTH SIDES BY TRANSACTION REFERENCE
004600* Our side is the open items carried forward followed by the
004610* fresh extract, released in that order; the returns are taken
004620* as received. Both sort on the transaction reference, which is
004630* unique per posted entry, so the merge pairs each return with
004640* exactly the entry it acknowledges. Entries with no reference
004650* sort to the front with a zero key and cannot pair.
004660*----------------------------------------------------------------
004670 1500-SORT-BOTH-SIDES.
004680     SORT SORT-OURS-FILE
004690         ON ASCENDING KEY SO-TRANS-REFERENCE
004700         WITH DUPLICATES IN ORDER
004710         INPUT PROCEDURE IS 1600-RELEASE-OUR-SIDE
004720             THRU 1600-EXIT
004730         GIVING OURS-SORTED-FILE
004740     IF NOT RUN-HAS-FAILED
004750         SORT SORT-ACKS-FILE
004760             ON ASCENDING KEY SA-TRANS-REFERENCE
004770             WITH DUPLICATES IN ORDER
004780             USING RECON-ACK-FILE
004790             GIVING ACKS-SORTED-FILE
004800     END-IF.
004810 1500-EXIT.
004820     EXIT.
004830
004840 1600-RELEASE-OUR-SIDE.
004850     PERFORM 1610-RELEASE-OPEN-ITEMS THRU 1610-EXIT
004860     IF NOT RUN-HAS-FAILED
004870         PERFORM 1650-RELEASE-EXTRACT THRU 1650-EXIT
004880     END-IF.
004890 1600-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------------
004930* Yesterday's unmatched entries go to the sort ahead of the
004940* fresh extract, so an acknowledgment arriving a day late
004950* pairs against the entry that has been waiting for it.
004960*----------------------------------------------------------------
004970 1610-RELEASE-OPEN-ITEMS.
004980     OPEN INPUT OPEN-ITEM-IN-FILE
004990     IF WS-OPENIN-STATUS = "00" OR WS-OPENIN-STATUS = "05"
005000         MOVE "Y" TO WS-MORE-RECORDS-SWITCH
005010         PERFORM 1620-RELEASE-ONE-OPEN-ITEM THRU 1620-EXIT
005020             UNTIL NO-MORE-RECORDS
005030         CLOSE OPEN-ITEM-IN-FILE
005040     END-IF.
005050 1610-EXIT.
005060     EXIT.
005070
005080 1620-RELEASE-ONE-OPEN-ITEM.
005090     READ OPEN-ITEM-IN-FILE
005100         AT END
005110             MOVE "N" TO WS-MORE-RECORDS-SWITCH
005120     END-READ
005130     EVALUATE TRUE
005140         WHEN NO-MORE-RECORDS
005150             CONTINUE
005160         WHEN WS-OPENIN-STATUS NOT = "00"
005170             DISPLAY "I-O ERROR READING OPENITEM, STATUS "
005180                 WS-OPENIN-STATUS
005190             MOVE "N" TO WS-MORE-RECORDS-SWITCH
005200             MOVE "Y" TO WS-RUN-FAILED-SWITCH
005210             MOVE 8 TO WS-RETURN-SEVERITY
005220         WHEN OTHER
005230             ADD 1 TO WS-CARRIED-COUNT
005240             MOVE OI-CUSTOMER-NUMBER TO SO-CUSTOMER-NUMBER
005250             MOVE OI-FULL-NAME TO SO-FULL-NAME
005260             MOVE OI-RESULT TO SO-RESULT
005270             IF OI-FIRST-SEEN-DATE IS NUMERIC
005280                 MOVE OI-FIRST-SEEN-DATE TO SO-FIRST-SEEN-DATE
005290             ELSE
005300                 MOVE WS-RUN-DATE TO SO-FIRST-SEEN-DATE
005310             END-IF
005320             IF OI-TRANS-REFERENCE IS NUMERIC
005330                 MOVE OI-TRANS-REFERENCE TO SO-TRANS-REFERENCE
005340             ELSE
005350                 MOVE ZERO TO SO-TRANS-REFERENCE
005360             END-IF
005370             RELEASE SORT-OURS-RECORD
005380     END-EVALUATE.
005390 1620-EXIT.
005400     EXIT.
005410
005420 1650-RELEASE-EXTRACT.
005430     OPEN INPUT EXTRACT-IN-FILE
005440     IF WS-EXTRACT-STATUS = "00"
005450         MOVE "Y" TO WS-MORE-RECORDS-SWITCH
005460         PERFORM 1660-RELEASE-ONE-EXTRACT THRU 1660-EXIT
005470             UNTIL NO-MORE-RECORDS
005480         CLOSE EXTRACT-IN-FILE
005490     ELSE
005500         DISPLAY "UNABLE TO REOPEN EXTRACT, STATUS "
005510             WS-EXTRACT-STATUS
005520         MOVE "Y" TO WS-RUN-FAILED-SWITCH
005530         MOVE 8 TO WS-RETURN-SEVERITY
005540     END-IF.
005550 1650-EXIT.
005560     EXIT.
005570
005580 1660-RELEASE-ONE-EXTRACT.
005590     READ EXTRACT-IN-FILE
005600         AT END
005610             MOVE "N" TO WS-MORE-RECORDS-SWITCH
005620     END-READ
005630     EVALUATE TRUE
005640         WHEN NO-MORE-RECORDS
005650             CONTINUE
005660         WHEN WS-EXTRACT-STATUS NOT = "00"
005670             DISPLAY "I-O ERROR READING EXTRACT, STATUS "
005680                 WS-EXTRACT-STATUS
005690             MOVE "N" TO WS-MORE-RECORDS-SWITCH
005700             MOVE "Y" TO WS-RUN-FAILED-SWITCH
005710             MOVE 8 TO WS-RETURN-SEVERITY
005720         WHEN OTHER
005730             ADD 1 TO WS-EXTRACT-COUNT
005740             MOVE EI-CUSTOMER-NUMBER TO SO-CUSTOMER-NUMBER
005750             MOVE EI-FULL-NAME TO SO-FULL-NAME
005760             MOVE EI-RESULT TO SO-RESULT
005770             MOVE WS-RUN-DATE TO SO-FIRST-SEEN-DATE
005780             IF EI-TRANS-REFERENCE IS NUMERIC
005790                 MOVE EI-TRANS-REFERENCE TO SO-TRANS-REFERENCE
005800             ELSE
005810                 MOVE ZERO TO SO-TRANS-REFERENCE
005820             END-IF
005830             RELEASE SORT-OURS-RECORD
005840     END-EVALUATE.
005850 1660-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------------
005890* 2000 SERIES - MERGE THE SORTED SIDES BY REFERENCE
005900* The two sorted files advance together in reference order.
005910* Equal references pair; the lower reference on either side has
005920* nothing to pair with and is reported on its own side. Our
005930* unmatched entries go to the break report and the open-items
005940* file; unmatched returns are reported as their side only.
005950*----------------------------------------------------------------
005960 2000-MATCH-SORTED-SIDES.
005970     OPEN INPUT OURS-SORTED-FILE
005980     OPEN INPUT ACKS-SORTED-FILE
005990     PERFORM 2910-READ-NEXT-OURS THRU 2910-EXIT
006000     PERFORM 2920-READ-NEXT-ACK THRU 2920-EXIT
006010     PERFORM 2100-MATCH-ONE-STEP THRU 2100-EXIT
006020         UNTIL (OURS-SIDE-DONE AND ACKS-SIDE-DONE)
006030             OR RUN-HAS-FAILED
006040     CLOSE OURS-SORTED-FILE
006050     CLOSE ACKS-SORTED-FILE.
006060 2000-EXIT.
006070     EXIT.
006080
006090*----------------------------------------------------------------
006100* An entry or return with no reference (zero) was written
006110* before references existed and can never pair: it falls out
006120* on its own side at once.
006130*----------------------------------------------------------------
006140 2100-MATCH-ONE-STEP.
006150     EVALUATE TRUE
006160         WHEN OURS-SIDE-DONE
006170             PERFORM 2300-REPORT-THEIRS-ONLY THRU 2300-EXIT
006180             PERFORM 2920-READ-NEXT-ACK THRU 2920-EXIT
006190         WHEN ACKS-SIDE-DONE
006200             PERFORM 2400-FLUSH-OURS-ONLY THRU 2400-EXIT
006210             PERFORM 2910-READ-NEXT-OURS THRU 2910-EXIT
006220         WHEN OS-TRANS-REFERENCE = ZERO
006230             PERFORM 2400-FLUSH-OURS-ONLY THRU 2400-EXIT
006240             PERFORM 2910-READ-NEXT-OURS THRU 2910-EXIT
006250         WHEN AS-TRANS-REFERENCE = ZERO
006260             PERFORM 2300-REPORT-THEIRS-ONLY THRU 2300-EXIT
006270             PERFORM 2920-READ-NEXT-ACK THRU 2920-EXIT
006280         WHEN OS-TRANS-REFERENCE < AS-TRANS-REFERENCE
006290             PERFORM 2400-FLUSH-OURS-ONLY THRU 2400-EXIT
006300             PERFORM 2910-READ-NEXT-OURS THRU 2910-EXIT
006310         WHEN AS-TRANS-REFERENCE < OS-TRANS-REFERENCE
006320             PERFORM 2300-REPORT-THEIRS-ONLY THRU 2300-EXIT
006330             PERFORM 2920-READ-NEXT-ACK THRU 2920-EXIT
006340         WHEN OTHER
006350             PERFORM 2200-PAIR-BY-REFERENCE THRU 2200-EXIT
006360             PERFORM 2910-READ-NEXT-OURS THRU 2910-EXIT
006370             PERFORM 2920-READ-NEXT-ACK THRU 2920-EXIT
006380     END-EVALUATE.
006390 2100-EXIT.
006400     EXIT.
006410
006420*----------------------------------------------------------------
006430* Same reference on both sides: the entry is acknowledged. If
006440* the amount or the customer disagrees the pair is a
006450* reference-level mismatch and goes on the break report with
006460* both amounts; either way the entry is settled and is not
006470* carried forward. The customers also agree when the returned
006480* number was merged into ours: CUST-MERGE moves the open item to
006490* the survivor, but the department acknowledges it under the
006500* number it was extracted with.
006510*----------------------------------------------------------------
006520 2200-PAIR-BY-REFERENCE.
006530     IF OS-CUSTOMER-NUMBER = AS-CUSTOMER-NUMBER
006540         MOVE "Y" TO WS-CUSTOMERS-AGREE-SWITCH
006550     ELSE
006560         PERFORM 2250-CHECK-MERGED-CUSTOMER THRU 2250-EXIT
006570     END-IF
006580     IF OS-RESULT = AS-RESULT AND CUSTOMERS-AGREE
006590         ADD 1 TO WS-MATCHED-COUNT
006600     ELSE
006610         ADD 1 TO WS-MISMATCH-COUNT
006620         MOVE SPACES TO BREAK-DETAIL-LINE
006630         MOVE "REF MISMATCH" TO BD-CATEGORY
006640         MOVE OS-TRANS-REFERENCE TO BD-TRANS-REFERENCE
006650         MOVE OS-CUSTOMER-NUMBER TO BD-CUSTOMER-NUMBER
006660         MOVE OS-FULL-NAME TO BD-FULL-NAME
006670         MOVE OS-RESULT TO BD-OUR-AMOUNT
006680         MOVE AS-RESULT TO BD-THEIR-AMOUNT
006690         MOVE OS-FIRST-SEEN-DATE TO BD-FIRST-SEEN
006700         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
006710     END-IF.
006720 2200-EXIT.
006730     EXIT.
006740
006750 2250-CHECK-MERGED-CUSTOMER.
006760     MOVE "N" TO WS-CUSTOMERS-AGREE-SWITCH
006770     IF CUSTMAST-IS-OPEN
006780         MOVE AS-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
006790         READ CUSTOMER-MASTER-FILE
006800             INVALID KEY
006810                 CONTINUE
006820             NOT INVALID KEY
006830                 IF CM-MERGED-INTO > ZERO
006840                         AND CM-MERGED-INTO = OS-CUSTOMER-NUMBER
006850                     MOVE "Y" TO WS-CUSTOMERS-AGREE-SWITCH
006860                 END-IF
006870         END-READ
006880     END-IF.
006890 2250-EXIT.
006900     EXIT.
006910
006920 2300-REPORT-THEIRS-ONLY.
006930     ADD 1 TO WS-THEIRS-ONLY-COUNT
006940     MOVE SPACES TO BREAK-DETAIL-LINE
006950     MOVE "THEIRS ONLY" TO BD-CATEGORY
006960     MOVE AS-TRANS-REFERENCE TO BD-TRANS-REFERENCE
006970     MOVE AS-CUSTOMER-NUMBER TO BD-CUSTOMER-NUMBER
006980     MOVE AS-FULL-NAME TO BD-FULL-NAME
006990     MOVE AS-RESULT TO BD-THEIR-AMOUNT
007000     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
007010 2300-EXIT.
007020     EXIT.
007030
007040*----------------------------------------------------------------
007050* An entry nothing acknowledged goes on the break report in its
007060* age bucket - current, over 3 days, over 7 days from the date
007070* it first appeared - and onto OPENNEW, ready to match ahead of
007080* tomorrow's extract. Most breaks are timing; the aging makes a
007090* genuinely lost entry stand out.
007100*----------------------------------------------------------------
007110 2400-FLUSH-OURS-ONLY.
007120     ADD 1 TO WS-OURS-ONLY-COUNT
007130     MOVE OS-FIRST-SEEN-DATE TO WS-DW-DATE
007140     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT
007150     MOVE WS-DW-DAY-NUMBER TO WS-ITEM-DAY-NUMBER
007160     SUBTRACT WS-ITEM-DAY-NUMBER FROM WS-RUN-DAY-NUMBER
007170         GIVING WS-ITEM-AGE-DAYS
007180     MOVE SPACES TO BREAK-DETAIL-LINE
007190     EVALUATE TRUE
007200         WHEN WS-ITEM-AGE-DAYS > 7
007210             MOVE "OURS >7 DAY" TO BD-CATEGORY
007220             ADD 1 TO WS-AGE-OVER-7-COUNT
007230         WHEN WS-ITEM-AGE-DAYS > 3
007240             MOVE "OURS >3 DAY" TO BD-CATEGORY
007250             ADD 1 TO WS-AGE-OVER-3-COUNT
007260         WHEN OTHER
007270             MOVE "OURS CURRENT" TO BD-CATEGORY
007280             ADD 1 TO WS-AGE-CURRENT-COUNT
007290     END-EVALUATE
007300     MOVE OS-TRANS-REFERENCE TO BD-TRANS-REFERENCE
007310     MOVE OS-CUSTOMER-NUMBER TO BD-CUSTOMER-NUMBER
007320     MOVE OS-FULL-NAME TO BD-FULL-NAME
007330     MOVE OS-RESULT TO BD-OUR-AMOUNT
007340     MOVE OS-FIRST-SEEN-DATE TO BD-FIRST-SEEN
007350     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
007360     PERFORM 2500-WRITE-OPEN-ITEM THRU 2500-EXIT.
007370 2400-EXIT.
007380     EXIT.
007390
007400 2500-WRITE-OPEN-ITEM.
007410     MOVE OS-CUSTOMER-NUMBER TO ON-CUSTOMER-NUMBER
007420     MOVE OS-FULL-NAME TO ON-FULL-NAME
007430     MOVE OS-RESULT TO ON-RESULT
007440     MOVE OS-FIRST-SEEN-DATE TO ON-FIRST-SEEN-DATE
007450     MOVE OS-TRANS-REFERENCE TO ON-TRANS-REFERENCE
007460     WRITE OPEN-ITEM-OUT-RECORD
007470     IF WS-OPENOUT-STATUS = "00"
007480         ADD 1 TO WS-OPEN-WRITTEN-COUNT
007490     ELSE
007500         DISPLAY "I-O ERROR WRITING OPENNEW, STATUS "
007510             WS-OPENOUT-STATUS
007520         MOVE "Y" TO WS-RUN-FAILED-SWITCH
007530         MOVE 8 TO WS-RETURN-SEVERITY
007540     END-IF.
007550 2500-EXIT.
007560     EXIT.
007570
007580 2910-READ-NEXT-OURS.
007590     READ OURS-SORTED-FILE
007600         AT END
007610             MOVE "Y" TO WS-OURS-EOF-SWITCH
007620     END-READ
007630     IF NOT OURS-SIDE-DONE
007640             AND WS-OURSSORT-STATUS NOT = "00"
007650         DISPLAY "I-O ERROR READING OURSSORT, STATUS "
007660             WS-OURSSORT-STATUS
007670         MOVE "Y" TO WS-OURS-EOF-SWITCH
007680         MOVE "Y" TO WS-RUN-FAILED-SWITCH
007690         MOVE 8 TO WS-RETURN-SEVERITY
007700     END-IF.
007710 2910-EXIT.
007720     EXIT.
007730
007740*----------------------------------------------------------------
007750* A return with a blank or garbled reference is read as having
007760* none, so it reports on its side instead of pairing by chance.
007770*----------------------------------------------------------------
007780 2920-READ-NEXT-ACK.
007790     READ ACKS-SORTED-FILE
007800         AT END
007810             MOVE "Y" TO WS-ACKS-EOF-SWITCH
007820     END-READ
007830     IF NOT ACKS-SIDE-DONE
007840         IF WS-ACKSSORT-STATUS NOT = "00"
007850             DISPLAY "I-O ERROR READING ACKSSORT, STATUS "
007860                 WS-ACKSSORT-STATUS
007870             MOVE "Y" TO WS-ACKS-EOF-SWITCH
007880             MOVE "Y" TO WS-RUN-FAILED-SWITCH
007890             MOVE 8 TO WS-RETURN-SEVERITY
007900         ELSE
007910             IF AS-TRANS-REFERENCE IS NOT NUMERIC
007920                 MOVE ZERO TO AS-TRANS-REFERENCE
007930             END-IF
007940         END-IF
007950     END-IF.
007960 2920-EXIT.
007970     EXIT.
007980
007990*----------------------------------------------------------------
008000* 5000 SERIES - BREAK REPORT WRITING
008010*----------------------------------------------------------------
008020 5100-WRITE-REPORT-LINE.
008030     IF WS-LINE-COUNT = ZERO OR
008040             WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
008050         PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
008060     END-IF
008070     WRITE BREAK-REPORT-LINE FROM BREAK-DETAIL-LINE
008080     ADD 1 TO WS-LINE-COUNT.
008090 5100-EXIT.
008100     EXIT.
008110
008120 5200-WRITE-REPORT-HEADERS.
008130     IF WS-LINE-COUNT NOT = ZERO
008140         ADD 1 TO WS-PAGE-NUMBER
008150     END-IF
008160     MOVE WS-RUN-DATE TO BH2-RUN-DATE
008170     MOVE WS-PAGE-NUMBER TO BH2-PAGE-NO
008180     WRITE BREAK-REPORT-LINE FROM BREAK-HEADING-1
008190     WRITE BREAK-REPORT-LINE FROM BREAK-HEADING-2
008200     WRITE BREAK-REPORT-LINE FROM BREAK-HEADING-3
008210     MOVE ZERO TO WS-LINE-COUNT.
008220 5200-EXIT.
008230     EXIT.
008240
008250*----------------------------------------------------------------
008260* 9000 SERIES - END OF RUN
008270*----------------------------------------------------------------
008280 9000-FINISH-UP.
008290     IF RUN-IS-USABLE
008300         IF WS-LINE-COUNT = ZERO
008310             PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
008320         END-IF
008330         PERFORM 9100-WRITE-ONE-TOTAL THRU 9100-EXIT
008340         CLOSE BREAK-REPORT-FILE
008350         CLOSE OPEN-ITEM-OUT-FILE
008360         IF CUSTMAST-IS-OPEN
008370             CLOSE CUSTOMER-MASTER-FILE
008380         END-IF
008390         IF RUN-HAS-FAILED
008400             DISPLAY "RECONCILIATION MATCH FAILED - BREAKRPT IS"
008410                 " INCOMPLETE - CORRECT THE PROBLEM AND RERUN"
008420             DISPLAY "DO NOT REPLACE OPENITEM - OPENNEW IS"
008430                 " INCOMPLETE"
008440         ELSE
008450             DISPLAY "RECONCILIATION MATCH COMPLETE"
008460             DISPLAY "REPLACE OPENITEM WITH OPENNEW TO CARRY THE"
008470                 " OPEN ITEMS FORWARD"
008480         END-IF
008490         DISPLAY "  MATCHED:     " WS-MATCHED-COUNT
008500         DISPLAY "  MISMATCHES:  " WS-MISMATCH-COUNT
008510         DISPLAY "  OURS ONLY:   " WS-OURS-ONLY-COUNT
008520         DISPLAY "  THEIRS ONLY: " WS-THEIRS-ONLY-COUNT
008530         DISPLAY "  CARRIED IN:  " WS-CARRIED-COUNT
008540         DISPLAY "  CARRIED OUT: " WS-OPEN-WRITTEN-COUNT
008550     END-IF
008560     IF WS-RETURN-SEVERITY > ZERO
008570         DISPLAY "RUN ENDED WITH CONDITION CODE "
008580             WS-RETURN-SEVERITY
008590     END-IF
008600     MOVE WS-RETURN-SEVERITY TO RETURN-CODE
008610     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
008620 9000-EXIT.
008630     EXIT.
008640
008650*----------------------------------------------------------------
008660* Last act of the run: append the completion record to the
008670* shared run log so the morning status report can prove the
008680* job ran and how it ended.
008690*----------------------------------------------------------------
008700 9500-WRITE-RUN-LOG.
008710     OPEN EXTEND RUN-LOG-FILE
008720     IF WS-RUNLOG-STATUS NOT = "00"
008730             AND WS-RUNLOG-STATUS NOT = "05"
008740         OPEN OUTPUT RUN-LOG-FILE
008750     END-IF
008760     IF WS-RUNLOG-STATUS = "00" OR WS-RUNLOG-STATUS = "05"
008770         MOVE SPACES TO RUN-LOG-RECORD
008780         MOVE "RECON-MATCH" TO RL-PROGRAM-NAME
008790         MOVE WS-RUN-DATE TO RL-PROCESS-DATE
008800         MOVE WS-START-TIME TO RL-START-TIME
008810         ACCEPT RL-END-TIME FROM TIME
008820         MOVE WS-EXTRACT-COUNT TO RL-READ-COUNT
008830         MOVE WS-MATCHED-COUNT TO RL-POSTED-COUNT
008840         ADD WS-MISMATCH-COUNT WS-OURS-ONLY-COUNT
008850             WS-THEIRS-ONLY-COUNT GIVING RL-ERROR-COUNT
008860         MOVE WS-RETURN-SEVERITY TO RL-CONDITION-CODE
008870         WRITE RUN-LOG-RECORD
008880         CLOSE RUN-LOG-FILE
008890     ELSE
008900         DISPLAY "UNABLE TO UPDATE RUN LOG, STATUS "
008910             WS-RUNLOG-STATUS
008920     END-IF.
008930 9500-EXIT.
008940     EXIT.
008950
008960 9100-WRITE-ONE-TOTAL.
008970     MOVE SPACES TO BREAK-TOTAL-LINE
008980     MOVE "ENTRIES MATCHED CLEAN:" TO BT-LABEL
008990     MOVE WS-MATCHED-COUNT TO BT-COUNT
009000     WRITE BREAK-REPORT-LINE FROM BREAK-TOTAL-LINE
009010     MOVE SPACES TO BREAK-TOTAL-LINE
009020     MOVE "REFERENCE MISMATCHES:" TO BT-LABEL
009030     MOVE WS-MISMATCH-COUNT TO BT-COUNT
009040     WRITE BREAK-REPORT-LINE FROM BREAK-TOTAL-LINE
009050     MOVE SPACES TO BREAK-TOTAL-LINE
009060     MOVE "OUR SIDE ONLY:" TO BT-LABEL
009070     MOVE WS-OURS-ONLY-COUNT TO BT-COUNT
009080     WRITE BREAK-REPORT-LINE FROM BREAK-TOTAL-LINE
009090     MOVE SPACES TO BREAK-TOTAL-LINE
009100     MOVE "  OF WHICH CURRENT:" TO BT-LABEL
009110     MOVE WS-AGE-CURRENT-COUNT TO BT-COUNT
009120     WRITE BREAK-REPORT-LINE FROM BREAK-TOTAL-LINE
009130     MOVE SPACES TO BREAK-TOTAL-LINE
009140     MOVE "  OF WHICH OVER 3 DAYS:" TO BT-LABEL
009150     MOVE WS-AGE-OVER-3-COUNT TO BT-COUNT
009160     WRITE BREAK-REPORT-LINE FROM BREAK-TOTAL-LINE
009170     MOVE SPACES TO BREAK-TOTAL-LINE
009180     MOVE "  OF WHICH OVER 7 DAYS:" TO BT-LABEL
009190     MOVE WS-AGE-OVER-7-COUNT TO BT-COUNT
009200     WRITE BREAK-REPORT-LINE FROM BREAK-TOTAL-LINE
009210     MOVE SPACES TO BREAK-TOTAL-LINE
009220     MOVE "CARRIED FORWARD TO OPENNEW:" TO BT-LABEL
009230     MOVE WS-OPEN-WRITTEN-COUNT TO BT-COUNT
009240     WRITE BREAK-REPORT-LINE FROM BREAK-TOTAL-LINE
009250     MOVE SPACES TO BREAK-TOTAL-LINE
009260     MOVE "THEIR SIDE ONLY:" TO BT-LABEL
009270     MOVE WS-THEIRS-ONLY-COUNT TO BT-COUNT
009280     WRITE BREAK-REPORT-LINE FROM BREAK-TOTAL-LINE.
009290 9100-EXIT.
009300     EXIT.
009310
009320*----------------------------------------------------------------
009330* 8000 SERIES - CALENDAR ARITHMETIC
009340* Turns WS-DW-DATE (YYMMDD, years 2000-2099) into a running
009350* day number in WS-DW-DAY-NUMBER - 365 per year, the leap
009360* days before the year, the month offset, and the day, less
009370* one when the date falls before March of a leap year - so
009380* two dates subtract to an age in days.
009390*----------------------------------------------------------------
009400 8000-DATE-TO-DAY-NUMBER.
009410     IF WS-DW-MONTH < 1 OR WS-DW-MONTH > 12
009420         MOVE 1 TO WS-DW-MONTH
009430     END-IF
009440     MULTIPLY WS-DW-YEAR BY 365 GIVING WS-DW-DAY-NUMBER
009450     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-LEAP-QUOT
009460     ADD WS-DW-LEAP-QUOT TO WS-DW-DAY-NUMBER
009470     ADD WS-MONTH-OFFSET (WS-DW-MONTH) TO WS-DW-DAY-NUMBER
009480     ADD WS-DW-DAY TO WS-DW-DAY-NUMBER
009490     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-LEAP-QUOT
009500         REMAINDER WS-DW-LEAP-REM
009510     IF WS-DW-LEAP-REM = ZERO AND WS-DW-MONTH < 3
009520         SUBTRACT 1 FROM WS-DW-DAY-NUMBER
009530     END-IF.
009540 8000-EXIT.
009550     EXIT.
009560
009570 END PROGRAM RECON-MATCH.
