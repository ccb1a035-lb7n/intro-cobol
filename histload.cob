000490*            A(20) with the rest of the system; TRANHIST files
000500*            built under the old layout must be converted (see
000510*            HISTREC).
000520* 2026-10-15 DL   - The transaction reference PRACTICE-ROOM now
000530*            stamps on every TRANOUT record is carried onto the
000540*            history entry, so TRANHIST ties back to AUDITLOG and
000550*            EXTRACT entry by entry. TRANHIST files built under
000560*            the old layout must be converted (see HISTREC).
000570* 2026-10-15 DL   - A reversal (operation 5) loads as an entry
000580*            marked as a reversal and linked to the entry it
000590*            reverses, whose date and sequence TRANOUT now
000600*            carries; the original is then marked reversed and
000610*            linked back, so HIST-INQ and STMT-GEN can show the
000620*            pair together. A rerun finds the original already
000630*            marked by the same reversal and leaves it alone. An
000640*            original that is missing, or already reversed by a
000650*            different entry, is reported and counted in error.
000660*****************************************************************
000670 IDENTIFICATION DIVISION.
000680 PROGRAM-ID. HIST-LOAD.
000690 AUTHOR. DATA-PROCESSING-TEAM.
000700 INSTALLATION. TRAINING-DEPT.
000710 DATE-WRITTEN. AUGUST 21, 2026.
000720 DATE-COMPILED.
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT TRANS-IN-FILE ASSIGN TO "TRANOUT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-TRANS-STATUS.
000790
000800     SELECT TRANS-HISTORY-FILE ASSIGN TO "TRANHIST"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS TH-KEY
000840         FILE STATUS IS WS-HIST-STATUS.
000850
000860     SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-RUNPARM-STATUS.
000890
000900     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-RUNLOG-STATUS.
000930
000940     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  TRANS-IN-FILE.
000990 01  TRANS-IN-RECORD.
001000     05  TI-CUSTOMER-NUMBER   PIC 9(05).
001010     05  TI-FIRST-NAME        PIC A(20).
001020     05  TI-LAST-NAME         PIC A(20).
001030     05  TI-FIRST-NUMBER      PIC -(18)9.9(19).
001040     05  TI-SECOND-NUMBER     PIC -(18)9.9(19).
001050     05  TI-RESULT            PIC -(18)9.9(19).
001060     05  TI-OPERATION-CODE    PIC 9(01).
001070     05  TI-TRANS-REFERENCE   PIC 9(10).
001080     05  TI-ORIGINAL-DATE     PIC 9(06).
001090     05  TI-ORIGINAL-SEQUENCE PIC 9(04).
001100
001110 FD  TRANS-HISTORY-FILE.
001120     COPY HISTREC.
001130
001140 FD  RUN-PARM-FILE.
001150 01  RUN-PARM-RECORD.
001160     05  RP-PROCESS-DATE      PIC X(06).
001170     05  FILLER               PIC X(08).
001180
001190 FD  RUN-LOG-FILE.
001200     COPY RUNREC.
001210
001220 SD  SORT-WORK-FILE.
001230 01  SORT-WORK-RECORD.
001240     05  SW-CUSTOMER-NUMBER   PIC 9(05).
001250     05  SW-FIRST-NAME        PIC A(20).
001260     05  SW-LAST-NAME         PIC A(20).
001270     05  SW-FIRST-NUMBER      PIC -(18)9.9(19).
001280     05  SW-SECOND-NUMBER     PIC -(18)9.9(19).
001290     05  SW-RESULT            PIC -(18)9.9(19).
001300     05  SW-OPERATION-CODE    PIC 9(01).
001310     05  SW-TRANS-REFERENCE   PIC 9(10).
001320     05  SW-ORIGINAL-DATE     PIC 9(06).
001330     05  SW-ORIGINAL-SEQUENCE PIC 9(04).
001340
001350 WORKING-STORAGE SECTION.
001360 01  WS-SWITCHES.
001370     05  WS-MORE-RECORDS-SWITCH    PIC X(01) VALUE "Y".
001380         88  MORE-RECORDS-REMAIN       VALUE "Y".
001390         88  NO-MORE-RECORDS           VALUE "N".
001400     05  WS-RUN-USABLE-SWITCH      PIC X(01) VALUE "Y".
001410         88  RUN-IS-USABLE             VALUE "Y".
001420     05  WS-RUN-FAILED-SWITCH      PIC X(01) VALUE "N".
001430         88  RUN-HAS-FAILED            VALUE "Y".
001440
001450 01  WS-FILE-STATUSES.
001460     05  WS-TRANS-STATUS           PIC X(02).
001470         88  TRANS-FILE-NOT-FOUND     VALUE "35".
001480     05  WS-HIST-STATUS            PIC X(02).
001490         88  HIST-FILE-NOT-FOUND      VALUE "35".
001500     05  WS-RUNPARM-STATUS         PIC X(02).
001510     05  WS-RUNLOG-STATUS          PIC X(02).
001520
001530 01  WS-RUN-DATE               PIC 9(06).
001540 77  WS-START-TIME             PIC 9(08) VALUE ZERO.
001550
001560 77  WS-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
001570 77  WS-LOADED-COUNT           PIC 9(09) COMP VALUE ZERO.
001580 77  WS-ERROR-COUNT            PIC 9(09) COMP VALUE ZERO.
001590 77  WS-RETURN-SEVERITY        PIC 9(02) COMP VALUE ZERO.
001600 77  WS-NEXT-SEQUENCE          PIC 9(04) VALUE ZERO.
001610 77  WS-ALREADY-COUNT          PIC 9(09) COMP VALUE ZERO.
001620 77  WS-PREV-CUSTOMER          PIC 9(05) VALUE ZERO.
001630 77  WS-MARKED-COUNT           PIC 9(09) COMP VALUE ZERO.
001640
001650 PROCEDURE DIVISION.
001660
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001690     IF RUN-IS-USABLE
001700         SORT SORT-WORK-FILE
001710             ON ASCENDING KEY SW-CUSTOMER-NUMBER
001720             WITH DUPLICATES IN ORDER
001730             USING TRANS-IN-FILE
001740             OUTPUT PROCEDURE IS 3000-LOAD-SORTED-RECORDS
001750                 THRU 3000-EXIT
001760     END-IF
001770     PERFORM 9000-FINISH-UP THRU 9000-EXIT
001780     GOBACK.
001790
001800*----------------------------------------------------------------
001810* 1000 SERIES - START OF RUN
001820*----------------------------------------------------------------
001830 1000-INITIALIZE.
001840     ACCEPT WS-START-TIME FROM TIME
001850     ACCEPT WS-RUN-DATE FROM DATE
001860     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT
001870*    TRANOUT is only probed here - the SORT opens it itself -
001880*    and the history master is readied for the output
001890*    procedure.
001900     OPEN INPUT TRANS-IN-FILE
001910     IF WS-TRANS-STATUS NOT = "00"
001920         IF TRANS-FILE-NOT-FOUND
001930             DISPLAY "NO TRANOUT ON FILE - NOTHING TO CONSOLIDATE"
001940         ELSE
001950             DISPLAY "UNABLE TO OPEN TRANOUT, STATUS "
001960                 WS-TRANS-STATUS
001970         END-IF
001980         MOVE "N" TO WS-RUN-USABLE-SWITCH
001990         MOVE 16 TO WS-RETURN-SEVERITY
002000     ELSE
002010         CLOSE TRANS-IN-FILE
002020         PERFORM 1100-OPEN-HISTORY THRU 1100-EXIT
002030     END-IF.
002040 1000-EXIT.
002050     EXIT.
002060
002070*----------------------------------------------------------------
002080* The history date is the business process date from the same
002090* optional RUNPARM file PRACTICE-ROOM reads, so a consolidation
002100* that runs after midnight or is rerun the next morning stamps
002110* the date the entries belong to. System date when absent.
002120*----------------------------------------------------------------
002130 1050-READ-RUN-PARMS.
002140     OPEN INPUT RUN-PARM-FILE
002150     IF WS-RUNPARM-STATUS = "00" OR WS-RUNPARM-STATUS = "05"
002160         READ RUN-PARM-FILE
002170             AT END
002180                 CONTINUE
002190         END-READ
002200         IF WS-RUNPARM-STATUS = "00"
002210                 AND RP-PROCESS-DATE IS NUMERIC
002220             MOVE RP-PROCESS-DATE TO WS-RUN-DATE
002230             DISPLAY "PROCESS DATE SET TO " WS-RUN-DATE
002240                 " FROM RUNPARM"
002250         END-IF
002260         CLOSE RUN-PARM-FILE
002270     END-IF.
002280 1050-EXIT.
002290     EXIT.
002300
002310 1100-OPEN-HISTORY.
002320     OPEN I-O TRANS-HISTORY-FILE
002330     IF HIST-FILE-NOT-FOUND
002340         OPEN OUTPUT TRANS-HISTORY-FILE
002350         CLOSE TRANS-HISTORY-FILE
002360         OPEN I-O TRANS-HISTORY-FILE
002370     END-IF
002380     IF WS-HIST-STATUS NOT = "00"
002390         DISPLAY "UNABLE TO OPEN HISTORY MASTER, STATUS "
002400             WS-HIST-STATUS
002410         MOVE "N" TO WS-RUN-USABLE-SWITCH
002420         MOVE 16 TO WS-RETURN-SEVERITY
002430     END-IF.
002440 1100-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------------
002480* 3000 SERIES - LOAD THE SORTED RECORDS
002490* The SORT hands the day's records back in customer order,
002500* input order preserved within a customer, so the sequence
002510* number is a simple control-break counter: first entry per
002520* customer is 1. The same TRANOUT always produces the same
002530* keys, and a rerun after a crash (or an accidental second
002540* run) collides on the records already loaded - status 22,
002550* counted as already on file and skipped - instead of
002560* doubling them.
002570*----------------------------------------------------------------
002580 3000-LOAD-SORTED-RECORDS.
002590     MOVE "Y" TO WS-MORE-RECORDS-SWITCH
002600     MOVE ZERO TO WS-PREV-CUSTOMER
002610     PERFORM 3100-LOAD-ONE-SORTED THRU 3100-EXIT
002620         UNTIL NO-MORE-RECORDS.
002630 3000-EXIT.
002640     EXIT.
002650
002660 3100-LOAD-ONE-SORTED.
002670     RETURN SORT-WORK-FILE
002680         AT END
002690             MOVE "N" TO WS-MORE-RECORDS-SWITCH
002700     END-RETURN
002710     IF MORE-RECORDS-REMAIN
002720         ADD 1 TO WS-READ-COUNT
002730         IF SW-CUSTOMER-NUMBER = WS-PREV-CUSTOMER
002740             ADD 1 TO WS-NEXT-SEQUENCE
002750         ELSE
002760             MOVE SW-CUSTOMER-NUMBER TO WS-PREV-CUSTOMER
002770             MOVE 1 TO WS-NEXT-SEQUENCE
002780         END-IF
002790         PERFORM 3200-WRITE-ONE-HISTORY THRU 3200-EXIT
002800     END-IF.
002810 3100-EXIT.
002820     EXIT.
002830
002840 3200-WRITE-ONE-HISTORY.
002850     MOVE SW-CUSTOMER-NUMBER TO TH-CUSTOMER-NUMBER
002860     MOVE WS-RUN-DATE TO TH-TRANS-DATE
002870     MOVE WS-NEXT-SEQUENCE TO TH-SEQUENCE-NUMBER
002880     MOVE SW-FIRST-NAME TO TH-FIRST-NAME
002890     MOVE SW-LAST-NAME TO TH-LAST-NAME
002900     MOVE SW-OPERATION-CODE TO TH-OPERATION-CODE
002910     MOVE SW-FIRST-NUMBER TO TH-FIRST-NUMBER
002920     MOVE SW-SECOND-NUMBER TO TH-SECOND-NUMBER
002930     MOVE SW-RESULT TO TH-RESULT
002940     IF SW-TRANS-REFERENCE IS NUMERIC
002950         MOVE SW-TRANS-REFERENCE TO TH-TRANS-REFERENCE
002960     ELSE
002970         MOVE ZERO TO TH-TRANS-REFERENCE
002980     END-IF
002990     MOVE SPACE TO TH-REVERSAL-STATUS
003000     MOVE ZERO TO TH-LINKED-DATE
003010     MOVE ZERO TO TH-LINKED-SEQUENCE
003020     IF SW-OPERATION-CODE = 5
003030         MOVE "V" TO TH-REVERSAL-STATUS
003040         IF SW-ORIGINAL-DATE IS NUMERIC
003050                 AND SW-ORIGINAL-SEQUENCE IS NUMERIC
003060             MOVE SW-ORIGINAL-DATE TO TH-LINKED-DATE
003070             MOVE SW-ORIGINAL-SEQUENCE TO TH-LINKED-SEQUENCE
003080         END-IF
003090     END-IF
003100     WRITE TRANS-HISTORY-RECORD
003110         INVALID KEY
003120             CONTINUE
003130     END-WRITE
003140     EVALUATE TRUE
003150         WHEN WS-HIST-STATUS = "00"
003160                 OR WS-HIST-STATUS = "02"
003170             ADD 1 TO WS-LOADED-COUNT
003180             IF SW-OPERATION-CODE = 5
003190                 PERFORM 3300-MARK-ORIGINAL-REVERSED
003200                     THRU 3300-EXIT
003210             END-IF
003220         WHEN WS-HIST-STATUS = "22"
003230             ADD 1 TO WS-ALREADY-COUNT
003240             IF SW-OPERATION-CODE = 5
003250                 PERFORM 3300-MARK-ORIGINAL-REVERSED
003260                     THRU 3300-EXIT
003270             END-IF
003280         WHEN OTHER
003290             DISPLAY "UNABLE TO WRITE HISTORY FOR CUSTOMER "
003300                 SW-CUSTOMER-NUMBER ", STATUS " WS-HIST-STATUS
003310             ADD 1 TO WS-ERROR-COUNT
003320*            A hard I-O status on the master is not a
003330*            per-record problem: the load is marked failed so
003340*            the scheduler holds the downstream steps.
003350             MOVE "Y" TO WS-RUN-FAILED-SWITCH
003360             MOVE 8 TO WS-RETURN-SEVERITY
003370     END-EVALUATE.
003380 3200-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------------
003420* The original a reversal names is read back and marked
003430* reversed, linked to the reversal just loaded. A rerun, or a
003440* crash between the two writes, finds it marked by this same
003450* reversal and leaves it; an original that is missing or was
003460* reversed by some other entry cannot be marked and is reported
003470* for the history to be put right by hand.
003480*----------------------------------------------------------------
003490 3300-MARK-ORIGINAL-REVERSED.
003500     MOVE SW-CUSTOMER-NUMBER TO TH-CUSTOMER-NUMBER
003510     MOVE TH-LINKED-DATE TO TH-TRANS-DATE
003520     MOVE TH-LINKED-SEQUENCE TO TH-SEQUENCE-NUMBER
003530     READ TRANS-HISTORY-FILE
003540         INVALID KEY
003550             DISPLAY "ENTRY REVERSED BY CUSTOMER "
003560                 SW-CUSTOMER-NUMBER " SEQUENCE " WS-NEXT-SEQUENCE
003570                 " IS NOT ON HISTORY - NOT MARKED"
003580             ADD 1 TO WS-ERROR-COUNT
003590         NOT INVALID KEY
003600             EVALUATE TRUE
003610                 WHEN TH-ENTRY-REVERSED
003620                         AND TH-LINKED-DATE = WS-RUN-DATE
003630                         AND TH-LINKED-SEQUENCE = WS-NEXT-SEQUENCE
003640                     CONTINUE
003650                 WHEN TH-ENTRY-REVERSED OR TH-REVERSAL-ENTRY
003660                     DISPLAY "ENTRY " TH-KEY
003670                         " IS ALREADY REVERSED OR IS A REVERSAL"
003680                         " - NOT MARKED AGAIN"
003690                     ADD 1 TO WS-ERROR-COUNT
003700                 WHEN OTHER
003710                     PERFORM 3350-REWRITE-ORIGINAL THRU 3350-EXIT
003720             END-EVALUATE
003730     END-READ.
003740 3300-EXIT.
003750     EXIT.
003760
003770 3350-REWRITE-ORIGINAL.
003780     MOVE "R" TO TH-REVERSAL-STATUS
003790     MOVE WS-RUN-DATE TO TH-LINKED-DATE
003800     MOVE WS-NEXT-SEQUENCE TO TH-LINKED-SEQUENCE
003810     REWRITE TRANS-HISTORY-RECORD
003820         INVALID KEY
003830             CONTINUE
003840     END-REWRITE
003850     IF WS-HIST-STATUS = "00"
003860         ADD 1 TO WS-MARKED-COUNT
003870     ELSE
003880         DISPLAY "UNABLE TO MARK ENTRY " TH-KEY
003890             " REVERSED, STATUS " WS-HIST-STATUS
003900         ADD 1 TO WS-ERROR-COUNT
003910         MOVE "Y" TO WS-RUN-FAILED-SWITCH
003920         MOVE 8 TO WS-RETURN-SEVERITY
003930     END-IF.
003940 3350-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------------
003980* 9000 SERIES - END OF RUN
003990*----------------------------------------------------------------
004000 9000-FINISH-UP.
004010     EVALUATE TRUE
004020         WHEN RUN-HAS-FAILED
004030             DISPLAY "HISTORY CONSOLIDATION FAILED - CORRECT THE"
004040                 " PROBLEM AND RERUN"
004050         WHEN WS-RETURN-SEVERITY > ZERO
004060             DISPLAY "HISTORY CONSOLIDATION DID NOT RUN"
004070         WHEN OTHER
004080             DISPLAY "HISTORY CONSOLIDATION COMPLETE"
004090     END-EVALUATE
004100     DISPLAY "  RECORDS READ:   " WS-READ-COUNT
004110     DISPLAY "  RECORDS LOADED: " WS-LOADED-COUNT
004120     IF WS-ALREADY-COUNT > ZERO
004130         DISPLAY "  ALREADY ON FILE (RERUN): " WS-ALREADY-COUNT
004140     END-IF
004150     IF WS-MARKED-COUNT > ZERO
004160         DISPLAY "  ORIGINALS MARKED REVERSED: " WS-MARKED-COUNT
004170     END-IF
004180     IF WS-ERROR-COUNT > ZERO
004190         DISPLAY "  RECORDS IN ERROR: " WS-ERROR-COUNT
004200     END-IF
004210     IF RUN-IS-USABLE
004220         CLOSE TRANS-HISTORY-FILE
004230     END-IF
004240     IF WS-RETURN-SEVERITY = ZERO
004250             AND WS-ERROR-COUNT > ZERO
004260         MOVE 4 TO WS-RETURN-SEVERITY
004270     END-IF
004280     IF WS-RETURN-SEVERITY > ZERO
004290         DISPLAY "RUN ENDED WITH CONDITION CODE "
004300             WS-RETURN-SEVERITY
004310     END-IF
004320     MOVE WS-RETURN-SEVERITY TO RETURN-CODE
004330     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
004340 9000-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------------
004380* Last act of the run: append the completion record to the
004390* shared run log so the morning status report can prove the
004400* job ran and how it ended.
004410*----------------------------------------------------------------
004420 9500-WRITE-RUN-LOG.
004430     OPEN EXTEND RUN-LOG-FILE
004440     IF WS-RUNLOG-STATUS NOT = "00"
004450             AND WS-RUNLOG-STATUS NOT = "05"
004460         OPEN OUTPUT RUN-LOG-FILE
004470     END-IF
004480     IF WS-RUNLOG-STATUS = "00" OR WS-RUNLOG-STATUS = "05"
004490         MOVE SPACES TO RUN-LOG-RECORD
004500         MOVE "HIST-LOAD" TO RL-PROGRAM-NAME
004510         MOVE WS-RUN-DATE TO RL-PROCESS-DATE
004520         MOVE WS-START-TIME TO RL-START-TIME
004530         ACCEPT RL-END-TIME FROM TIME
004540         MOVE WS-READ-COUNT TO RL-READ-COUNT
004550         MOVE WS-LOADED-COUNT TO RL-POSTED-COUNT
004560         MOVE WS-ERROR-COUNT TO RL-ERROR-COUNT
004570         MOVE WS-RETURN-SEVERITY TO RL-CONDITION-CODE
004580         WRITE RUN-LOG-RECORD
004590         CLOSE RUN-LOG-FILE
004600     ELSE
004610         DISPLAY "UNABLE TO UPDATE RUN LOG, STATUS "
004620             WS-RUNLOG-STATUS
004630     END-IF.
004640 9500-EXIT.
004650     EXIT.
004660
004670 END PROGRAM HIST-LOAD.
