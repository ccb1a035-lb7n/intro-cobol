000010*****************************************************************
000020*Date October 15, 2026
000030*Purpose: Daily customer maintenance activity report from the
000040*         maintenance journal
000050*Tectonics: cobc
000060*----------------------------------------------------------------
000070*Modification History:
000080* 2026-10-15 DL   - Initial version. CUST-MAINT now writes a
000090*            before/after record to the permanent maintenance
000100*            journal (MAINTJNL, layout in MAINTJNL) for every
000110*            correct, status change, and delete. This daily job
000120*            selects the process date's journal records, sorts
000130*            them by customer (time order within a customer),
000140*            and prints each change with the value before and
000150*            after, a count by function for each customer, and
000160*            run totals by function to MAINTRPT. The process
000170*            date comes from the optional RUNPARM file. A
000180*            missing journal only means no maintenance has ever
000190*            been done, so the report is printed with zero
000200*            counts. Condition codes follow the house
000210*            convention - 0 complete, 16 journal could not be
000220*            opened - and the run appends a completion record
000230*            to the shared run log (RUNLOG).
000240* 2026-10-15 DL   - Customer merges (journal function M, written
000250*            by CUST-MERGE for the survivor and the duplicate)
000260*            are reported: the duplicate's line shows its status
000270*            before and the survivor it was merged into, the
000280*            survivor's its last-activity date before and after.
000290*            Merges are counted per customer and for the run,
000300*            and the journal images carry the merge pointer.
000310* 2026-10-15 DL   - Each change line now ends with the operator
000320*            who made it, carried on the journal since the
000330*            maintenance programs began requiring a sign-on (see
000340*            MAINTJNL). Journal records written before then show
000350*            blank.
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. MAINT-RPT.
000390 AUTHOR. DATA-PROCESSING-TEAM.
000400 INSTALLATION. TRAINING-DEPT.
000410 DATE-WRITTEN. OCTOBER 15, 2026.
000420 DATE-COMPILED.
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-JOURNAL-STATUS.
000490
000500     SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RUNPARM-STATUS.
000530
000540     SELECT MAINT-PRINT-FILE ASSIGN TO "MAINTRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560
000570     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RUNLOG-STATUS.
000600
000610     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  MAINT-JOURNAL-FILE.
000660     COPY MAINTJNL.
000670
000680 FD  RUN-PARM-FILE.
000690 01  RUN-PARM-RECORD.
000700     05  RP-PROCESS-DATE      PIC X(06).
000710     05  FILLER               PIC X(08).
000720
000730 FD  MAINT-PRINT-FILE.
000740 01  MAINT-PRINT-LINE         PIC X(132).
000750
000760 FD  RUN-LOG-FILE.
000770     COPY RUNREC.
000780
000790 SD  SORT-WORK-FILE.
000800 01  SORT-WORK-RECORD.
000810     05  SW-CUSTOMER-NUMBER   PIC 9(05).
000820     05  FILLER               PIC X(01).
000830     05  SW-FUNCTION          PIC X(01).
000840     05  FILLER               PIC X(01).
000850     05  SW-DATE              PIC 9(06).
000860     05  FILLER               PIC X(01).
000870     05  SW-TIME              PIC 9(08).
000880     05  FILLER               PIC X(01).
000890     05  SW-BEFORE-IMAGE      PIC X(80).
000900     05  FILLER               PIC X(01).
000910     05  SW-AFTER-IMAGE       PIC X(80).
000920     05  FILLER               PIC X(01).
000930     05  SW-OPERATOR-ID       PIC X(08).
000940
000950 WORKING-STORAGE SECTION.
000960 01  WS-SWITCHES.
000970     05  WS-MORE-RECORDS-SWITCH    PIC X(01) VALUE "Y".
000980         88  MORE-RECORDS-REMAIN       VALUE "Y".
000990         88  NO-MORE-RECORDS           VALUE "N".
001000     05  WS-RUN-USABLE-SWITCH      PIC X(01) VALUE "Y".
001010         88  RUN-IS-USABLE             VALUE "Y".
001020     05  WS-JOURNAL-FOUND-SWITCH   PIC X(01) VALUE "Y".
001030         88  JOURNAL-IS-ON-FILE        VALUE "Y".
001040
001050 01  WS-FILE-STATUSES.
001060     05  WS-JOURNAL-STATUS         PIC X(02).
001070         88  JOURNAL-FILE-NOT-FOUND   VALUE "35".
001080     05  WS-RUNPARM-STATUS         PIC X(02).
001090     05  WS-RUNLOG-STATUS          PIC X(02).
001100
001110 01  WS-RUN-DATE               PIC 9(06).
001120 77  WS-START-TIME             PIC 9(08) VALUE ZERO.
001130
001140 77  WS-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
001150 77  WS-SELECTED-COUNT         PIC 9(09) COMP VALUE ZERO.
001160 77  WS-CUSTOMER-COUNT         PIC 9(09) COMP VALUE ZERO.
001170 77  WS-RETURN-SEVERITY        PIC 9(02) COMP VALUE ZERO.
001180 77  WS-PREV-CUSTOMER          PIC 9(05) VALUE ZERO.
001190 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
001200 77  WS-PAGE-NUMBER            PIC 9(03) COMP VALUE 1.
001210 77  WS-MAX-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.
001220
001230*    Counts by function, for the customer in hand and for the
001240*    whole run.
001250 01  WS-CUSTOMER-COUNTS.
001260     05  WS-CUST-CORRECT-COUNT     PIC 9(09) COMP.
001270     05  WS-CUST-STATUS-COUNT      PIC 9(09) COMP.
001280     05  WS-CUST-DELETE-COUNT      PIC 9(09) COMP.
001290     05  WS-CUST-MERGE-COUNT       PIC 9(09) COMP.
001300
001310 01  WS-RUN-COUNTS.
001320     05  WS-RUN-CORRECT-COUNT      PIC 9(09) COMP VALUE ZERO.
001330     05  WS-RUN-STATUS-COUNT       PIC 9(09) COMP VALUE ZERO.
001340     05  WS-RUN-DELETE-COUNT       PIC 9(09) COMP VALUE ZERO.
001350     05  WS-RUN-MERGE-COUNT        PIC 9(09) COMP VALUE ZERO.
001360
001370*    The journal's before and after images laid out as the
001380*    customer master record (see CUSTREC).
001390 01  WS-BEFORE-CUSTOMER.
001400     05  WB-CUSTOMER-NUMBER        PIC 9(05).
001410     05  WB-LAST-NAME              PIC X(20).
001420     05  WB-FIRST-NAME             PIC X(20).
001430     05  WB-STATUS                 PIC X(01).
001440     05  WB-DATE-ADDED             PIC 9(06).
001450     05  WB-LAST-ACTIVITY          PIC 9(06).
001460     05  WB-MERGED-INTO            PIC 9(05).
001470     05  FILLER                    PIC X(17).
001480
001490 01  WS-AFTER-CUSTOMER.
001500     05  WA-CUSTOMER-NUMBER        PIC 9(05).
001510     05  WA-LAST-NAME              PIC X(20).
001520     05  WA-FIRST-NAME             PIC X(20).
001530     05  WA-STATUS                 PIC X(01).
001540     05  WA-DATE-ADDED             PIC 9(06).
001550     05  WA-LAST-ACTIVITY          PIC 9(06).
001560     05  WA-MERGED-INTO            PIC 9(05).
001570     05  FILLER                    PIC X(17).
001580
001590 01  MAINT-HEADING-1.
001600     05  FILLER                PIC X(40) VALUE SPACES.
001610     05  FILLER                PIC X(40)
001620             VALUE "CUSTOMER MAINTENANCE ACTIVITY REPORT".
001630     05  FILLER                PIC X(52) VALUE SPACES.
001640
001650 01  MAINT-HEADING-2.
001660     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
001670     05  MH2-RUN-DATE          PIC 9(06).
001680     05  FILLER                PIC X(10) VALUE SPACES.
001690     05  FILLER                PIC X(06) VALUE "PAGE: ".
001700     05  MH2-PAGE-NO           PIC ZZ9.
001710     05  FILLER                PIC X(97) VALUE SPACES.
001720
001730 01  MAINT-HEADING-3.
001740     05  FILLER                PIC X(10) VALUE "CUSTOMER".
001750     05  FILLER                PIC X(10) VALUE "TIME".
001760     05  FILLER                PIC X(16) VALUE "FUNCTION".
001770     05  FILLER                PIC X(44) VALUE "BEFORE".
001780     05  FILLER                PIC X(44) VALUE "AFTER".
001790     05  FILLER                PIC X(08) VALUE "OPERATOR".
001800
001810 01  MAINT-DETAIL-LINE.
001820     05  MD-CUSTOMER-NUMBER    PIC 9(05).
001830     05  FILLER                PIC X(05) VALUE SPACES.
001840     05  MD-TIME               PIC 9(08).
001850     05  FILLER                PIC X(02) VALUE SPACES.
001860     05  MD-FUNCTION           PIC X(14).
001870     05  FILLER                PIC X(02) VALUE SPACES.
001880     05  MD-BEFORE             PIC X(42).
001890     05  FILLER                PIC X(02) VALUE SPACES.
001900     05  MD-AFTER              PIC X(42).
001910     05  FILLER                PIC X(02) VALUE SPACES.
001920     05  MD-OPERATOR-ID        PIC X(08).
001930
001940 01  MAINT-CUSTOMER-TOTAL-LINE.
001950     05  FILLER                PIC X(10) VALUE SPACES.
001960     05  FILLER                PIC X(09) VALUE "CUSTOMER ".
001970     05  MC-CUSTOMER-NUMBER    PIC 9(05).
001980     05  FILLER                PIC X(16)
001990             VALUE " - CORRECTIONS: ".
002000     05  MC-CORRECT-COUNT      PIC ZZ,ZZ9.
002010     05  FILLER                PIC X(19)
002020             VALUE "  STATUS CHANGES: ".
002030     05  MC-STATUS-COUNT       PIC ZZ,ZZ9.
002040     05  FILLER                PIC X(12) VALUE "  DELETES: ".
002050     05  MC-DELETE-COUNT       PIC ZZ,ZZ9.
002060     05  FILLER                PIC X(10) VALUE "  MERGES: ".
002070     05  MC-MERGE-COUNT        PIC ZZ,ZZ9.
002080     05  FILLER                PIC X(27) VALUE SPACES.
002090
002100 01  MAINT-TOTAL-LINE.
002110     05  MT-LABEL              PIC X(30).
002120     05  MT-COUNT              PIC ZZZ,ZZZ,ZZ9.
002130     05  FILLER                PIC X(91) VALUE SPACES.
002140
002150 PROCEDURE DIVISION.
002160
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002190     IF RUN-IS-USABLE AND JOURNAL-IS-ON-FILE
002200         SORT SORT-WORK-FILE
002210             ON ASCENDING KEY SW-CUSTOMER-NUMBER
002220                              SW-DATE
002230                              SW-TIME
002240             WITH DUPLICATES IN ORDER
002250             USING MAINT-JOURNAL-FILE
002260             OUTPUT PROCEDURE IS 3000-REPORT-SORTED-RECORDS
002270                 THRU 3000-EXIT
002280     END-IF
002290     IF RUN-IS-USABLE
002300         PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT
002310     END-IF
002320     PERFORM 9000-FINISH-UP THRU 9000-EXIT
002330     GOBACK.
002340
002350*----------------------------------------------------------------
002360* 1000 SERIES - START OF RUN
002370*----------------------------------------------------------------
002380 1000-INITIALIZE.
002390     ACCEPT WS-START-TIME FROM TIME
002400     ACCEPT WS-RUN-DATE FROM DATE
002410     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT
002420*    The journal is only probed here - the SORT opens it itself.
002430     OPEN INPUT MAINT-JOURNAL-FILE
002440     IF WS-JOURNAL-STATUS = "00"
002450         CLOSE MAINT-JOURNAL-FILE
002460     ELSE
002470         IF JOURNAL-FILE-NOT-FOUND
002480             DISPLAY "NO MAINTENANCE JOURNAL ON FILE - NO"
002490                 " ACTIVITY TO REPORT"
002500             MOVE "N" TO WS-JOURNAL-FOUND-SWITCH
002510         ELSE
002520             DISPLAY "UNABLE TO OPEN MAINTENANCE JOURNAL, STATUS "
002530                 WS-JOURNAL-STATUS
002540             MOVE "N" TO WS-RUN-USABLE-SWITCH
002550             MOVE 16 TO WS-RETURN-SEVERITY
002560         END-IF
002570     END-IF
002580     IF RUN-IS-USABLE
002590         OPEN OUTPUT MAINT-PRINT-FILE
002600     END-IF.
002610 1000-EXIT.
002620     EXIT.
002630
002640 1050-READ-RUN-PARMS.
002650     OPEN INPUT RUN-PARM-FILE
002660     IF WS-RUNPARM-STATUS = "00" OR WS-RUNPARM-STATUS = "05"
002670         READ RUN-PARM-FILE
002680             AT END
002690                 CONTINUE
002700         END-READ
002710         IF WS-RUNPARM-STATUS = "00"
002720                 AND RP-PROCESS-DATE IS NUMERIC
002730             MOVE RP-PROCESS-DATE TO WS-RUN-DATE
002740             DISPLAY "PROCESS DATE SET TO " WS-RUN-DATE
002750                 " FROM RUNPARM"
002760         END-IF
002770         CLOSE RUN-PARM-FILE
002780     END-IF.
002790 1050-EXIT.
002800     EXIT.
002810
002820*----------------------------------------------------------------
002830* 3000 SERIES - REPORT THE SORTED JOURNAL
002840* The SORT hands the whole journal back in customer, date, and
002850* time order; only the process date's records are reported,
002860* and the customer counts are printed on the control break.
002870*----------------------------------------------------------------
002880 3000-REPORT-SORTED-RECORDS.
002890     MOVE "Y" TO WS-MORE-RECORDS-SWITCH
002900     MOVE ZERO TO WS-PREV-CUSTOMER
002910     PERFORM 3100-REPORT-ONE-SORTED THRU 3100-EXIT
002920         UNTIL NO-MORE-RECORDS
002930     IF WS-CUSTOMER-COUNT > ZERO
002940         PERFORM 3300-PRINT-CUSTOMER-TOTAL THRU 3300-EXIT
002950     END-IF.
002960 3000-EXIT.
002970     EXIT.
002980
002990 3100-REPORT-ONE-SORTED.
003000     RETURN SORT-WORK-FILE
003010         AT END
003020             MOVE "N" TO WS-MORE-RECORDS-SWITCH
003030     END-RETURN
003040     IF MORE-RECORDS-REMAIN
003050         ADD 1 TO WS-READ-COUNT
003060         IF SW-DATE = WS-RUN-DATE
003070             IF WS-CUSTOMER-COUNT = ZERO
003080                     OR SW-CUSTOMER-NUMBER NOT = WS-PREV-CUSTOMER
003090                 IF WS-CUSTOMER-COUNT > ZERO
003100                     PERFORM 3300-PRINT-CUSTOMER-TOTAL
003110                         THRU 3300-EXIT
003120                 END-IF
003130                 MOVE SW-CUSTOMER-NUMBER TO WS-PREV-CUSTOMER
003140                 INITIALIZE WS-CUSTOMER-COUNTS
003150                 ADD 1 TO WS-CUSTOMER-COUNT
003160             END-IF
003170             PERFORM 3200-PRINT-ONE-CHANGE THRU 3200-EXIT
003180         END-IF
003190     END-IF.
003200 3100-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------------
003240* One detail line per change: a correction shows the first name
003250* before and after, a status change the status, a delete the
003260* name of the customer removed, and a merge the duplicate's
003270* status and survivor or the survivor's last-activity date.
003280*----------------------------------------------------------------
003290 3200-PRINT-ONE-CHANGE.
003300     ADD 1 TO WS-SELECTED-COUNT
003310     MOVE SW-BEFORE-IMAGE TO WS-BEFORE-CUSTOMER
003320     MOVE SW-AFTER-IMAGE TO WS-AFTER-CUSTOMER
003330     MOVE SPACES TO MAINT-DETAIL-LINE
003340     MOVE SW-CUSTOMER-NUMBER TO MD-CUSTOMER-NUMBER
003350     MOVE SW-TIME TO MD-TIME
003360     MOVE SW-OPERATOR-ID TO MD-OPERATOR-ID
003370     EVALUATE SW-FUNCTION
003380         WHEN "C"
003390             MOVE "CORRECT NAME" TO MD-FUNCTION
003400             MOVE WB-FIRST-NAME TO MD-BEFORE
003410             MOVE WA-FIRST-NAME TO MD-AFTER
003420             ADD 1 TO WS-CUST-CORRECT-COUNT
003430             ADD 1 TO WS-RUN-CORRECT-COUNT
003440         WHEN "S"
003450             MOVE "STATUS CHANGE" TO MD-FUNCTION
003460             STRING "STATUS " WB-STATUS
003470                 DELIMITED BY SIZE INTO MD-BEFORE
003480             END-STRING
003490             STRING "STATUS " WA-STATUS
003500                 DELIMITED BY SIZE INTO MD-AFTER
003510             END-STRING
003520             ADD 1 TO WS-CUST-STATUS-COUNT
003530             ADD 1 TO WS-RUN-STATUS-COUNT
003540         WHEN "D"
003550             MOVE "DELETE" TO MD-FUNCTION
003560             STRING WB-LAST-NAME " " WB-FIRST-NAME
003570                 DELIMITED BY SIZE INTO MD-BEFORE
003580             END-STRING
003590             MOVE "(DELETED)" TO MD-AFTER
003600             ADD 1 TO WS-CUST-DELETE-COUNT
003610             ADD 1 TO WS-RUN-DELETE-COUNT
003620         WHEN "M"
003630             MOVE "MERGE" TO MD-FUNCTION
003640             IF WA-MERGED-INTO IS NUMERIC
003650                     AND WA-MERGED-INTO > ZERO
003660                 STRING "STATUS " WB-STATUS
003670                     DELIMITED BY SIZE INTO MD-BEFORE
003680                 END-STRING
003690                 STRING "MERGED INTO " WA-MERGED-INTO
003700                     DELIMITED BY SIZE INTO MD-AFTER
003710                 END-STRING
003720             ELSE
003730                 STRING "LAST ACTIVITY " WB-LAST-ACTIVITY
003740                     DELIMITED BY SIZE INTO MD-BEFORE
003750                 END-STRING
003760                 STRING "SURVIVOR, LAST ACTIVITY "
003770                     WA-LAST-ACTIVITY
003780                     DELIMITED BY SIZE INTO MD-AFTER
003790                 END-STRING
003800             END-IF
003810             ADD 1 TO WS-CUST-MERGE-COUNT
003820             ADD 1 TO WS-RUN-MERGE-COUNT
003830         WHEN OTHER
003840             MOVE "UNKNOWN" TO MD-FUNCTION
003850     END-EVALUATE
003860     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
003870 3200-EXIT.
003880     EXIT.
003890
003900 3300-PRINT-CUSTOMER-TOTAL.
003910     MOVE WS-PREV-CUSTOMER TO MC-CUSTOMER-NUMBER
003920     MOVE WS-CUST-CORRECT-COUNT TO MC-CORRECT-COUNT
003930     MOVE WS-CUST-STATUS-COUNT TO MC-STATUS-COUNT
003940     MOVE WS-CUST-DELETE-COUNT TO MC-DELETE-COUNT
003950     MOVE WS-CUST-MERGE-COUNT TO MC-MERGE-COUNT
003960     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
003970         PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
003980     END-IF
003990     WRITE MAINT-PRINT-LINE FROM MAINT-CUSTOMER-TOTAL-LINE
004000     MOVE SPACES TO MAINT-PRINT-LINE
004010     WRITE MAINT-PRINT-LINE
004020     ADD 2 TO WS-LINE-COUNT.
004030 3300-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------------
004070* 5000 SERIES - REPORT WRITING
004080*----------------------------------------------------------------
004090 5100-WRITE-REPORT-LINE.
004100     IF WS-LINE-COUNT = ZERO OR
004110             WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
004120         PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
004130     END-IF
004140     WRITE MAINT-PRINT-LINE FROM MAINT-DETAIL-LINE
004150     ADD 1 TO WS-LINE-COUNT.
004160 5100-EXIT.
004170     EXIT.
004180
004190 5200-WRITE-REPORT-HEADERS.
004200     IF WS-LINE-COUNT NOT = ZERO
004210         ADD 1 TO WS-PAGE-NUMBER
004220     END-IF
004230     MOVE WS-RUN-DATE TO MH2-RUN-DATE
004240     MOVE WS-PAGE-NUMBER TO MH2-PAGE-NO
004250     WRITE MAINT-PRINT-LINE FROM MAINT-HEADING-1
004260     WRITE MAINT-PRINT-LINE FROM MAINT-HEADING-2
004270     WRITE MAINT-PRINT-LINE FROM MAINT-HEADING-3
004280     MOVE ZERO TO WS-LINE-COUNT.
004290 5200-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------------
004330* 9000 SERIES - TOTALS AND END OF RUN
004340*----------------------------------------------------------------
004350 9100-PRINT-TOTALS.
004360     IF WS-LINE-COUNT = ZERO
004370         PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
004380     END-IF
004390     MOVE SPACES TO MAINT-TOTAL-LINE
004400     MOVE "CUSTOMERS MAINTAINED:" TO MT-LABEL
004410     MOVE WS-CUSTOMER-COUNT TO MT-COUNT
004420     WRITE MAINT-PRINT-LINE FROM MAINT-TOTAL-LINE
004430     MOVE SPACES TO MAINT-TOTAL-LINE
004440     MOVE "FIRST NAMES CORRECTED:" TO MT-LABEL
004450     MOVE WS-RUN-CORRECT-COUNT TO MT-COUNT
004460     WRITE MAINT-PRINT-LINE FROM MAINT-TOTAL-LINE
004470     MOVE SPACES TO MAINT-TOTAL-LINE
004480     MOVE "STATUS CHANGES:" TO MT-LABEL
004490     MOVE WS-RUN-STATUS-COUNT TO MT-COUNT
004500     WRITE MAINT-PRINT-LINE FROM MAINT-TOTAL-LINE
004510     MOVE SPACES TO MAINT-TOTAL-LINE
004520     MOVE "CUSTOMERS DELETED:" TO MT-LABEL
004530     MOVE WS-RUN-DELETE-COUNT TO MT-COUNT
004540     WRITE MAINT-PRINT-LINE FROM MAINT-TOTAL-LINE
004550     MOVE SPACES TO MAINT-TOTAL-LINE
004560     MOVE "MERGE CHANGES:" TO MT-LABEL
004570     MOVE WS-RUN-MERGE-COUNT TO MT-COUNT
004580     WRITE MAINT-PRINT-LINE FROM MAINT-TOTAL-LINE
004590     MOVE SPACES TO MAINT-TOTAL-LINE
004600     MOVE "TOTAL CHANGES:" TO MT-LABEL
004610     MOVE WS-SELECTED-COUNT TO MT-COUNT
004620     WRITE MAINT-PRINT-LINE FROM MAINT-TOTAL-LINE.
004630 9100-EXIT.
004640     EXIT.
004650
004660 9000-FINISH-UP.
004670     IF RUN-IS-USABLE
004680         CLOSE MAINT-PRINT-FILE
004690         DISPLAY "MAINTENANCE ACTIVITY REPORT COMPLETE"
004700         DISPLAY "  JOURNAL RECORDS READ:  " WS-READ-COUNT
004710         DISPLAY "  CHANGES FOR THE DATE:  " WS-SELECTED-COUNT
004720         DISPLAY "  CUSTOMERS MAINTAINED:  " WS-CUSTOMER-COUNT
004730     END-IF
004740     IF WS-RETURN-SEVERITY > ZERO
004750         DISPLAY "RUN ENDED WITH CONDITION CODE "
004760             WS-RETURN-SEVERITY
004770     END-IF
004780     MOVE WS-RETURN-SEVERITY TO RETURN-CODE
004790     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
004800 9000-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------------
004840* Last act of the run: append the completion record to the
004850* shared run log so the morning status report can prove the
004860* job ran and how it ended.
004870*----------------------------------------------------------------
004880 9500-WRITE-RUN-LOG.
004890     OPEN EXTEND RUN-LOG-FILE
004900     IF WS-RUNLOG-STATUS NOT = "00"
004910             AND WS-RUNLOG-STATUS NOT = "05"
004920         OPEN OUTPUT RUN-LOG-FILE
004930     END-IF
004940     IF WS-RUNLOG-STATUS = "00" OR WS-RUNLOG-STATUS = "05"
004950         MOVE SPACES TO RUN-LOG-RECORD
004960         MOVE "MAINT-RPT" TO RL-PROGRAM-NAME
004970         MOVE WS-RUN-DATE TO RL-PROCESS-DATE
004980         MOVE WS-START-TIME TO RL-START-TIME
004990         ACCEPT RL-END-TIME FROM TIME
005000         MOVE WS-READ-COUNT TO RL-READ-COUNT
005010         MOVE WS-SELECTED-COUNT TO RL-POSTED-COUNT
005020         MOVE ZERO TO RL-ERROR-COUNT
005030         MOVE WS-RETURN-SEVERITY TO RL-CONDITION-CODE
005040         WRITE RUN-LOG-RECORD
005050         CLOSE RUN-LOG-FILE
005060     ELSE
005070         DISPLAY "UNABLE TO UPDATE RUN LOG, STATUS "
005080             WS-RUNLOG-STATUS
005090     END-IF.
005100 9500-EXIT.
005110     EXIT.
005120
005130 END PROGRAM MAINT-RPT.
