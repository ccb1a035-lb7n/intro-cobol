000400*            full name widened to X(42); archive any log
000410*            written under the old width before installing
000420*            (see AUDITREC).
000430* 2026-10-15 DL   - The archive and keep records widened to 195
000440*            bytes with the audit record, which now ends with
000450*            the transaction reference. Records written before
000460*            the reference existed are shorter and pass through
000470*            unchanged apart from trailing spaces.
000480* 2026-10-15 DL   - The archive and keep records widened to 204
000490*            bytes with the audit record, which now ends with
000500*            the operator ID. Shorter records written before it
000510*            existed pass through unchanged apart from trailing
000520*            spaces.
000530*****************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. AUDIT-ARCH.
000560 AUTHOR. DATA-PROCESSING-TEAM.
000570 INSTALLATION. TRAINING-DEPT.
000580 DATE-WRITTEN. AUGUST 21, 2026.
000590 DATE-COMPILED.
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT AUDIT-IN-FILE ASSIGN TO "AUDITLOG"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-AUDIT-STATUS.
000660
000670     SELECT AUDIT-PARM-FILE ASSIGN TO "AUDPARM"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PARM-STATUS.
000700
000710     SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-ARCHIVE-STATUS.
000740
000750     SELECT KEEP-FILE ASSIGN TO "AUDITNEW"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-KEEP-STATUS.
000780
000790     SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-RUNPARM-STATUS.
000820
000830     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-RUNLOG-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  AUDIT-IN-FILE.
000900     COPY AUDITREC.
000910
000920 FD  AUDIT-PARM-FILE.
000930 01  AUDIT-PARM-RECORD.
000940     05  AP-CUTOFF-DATE       PIC 9(06).
000950
000960 FD  ARCHIVE-FILE.
000970 01  ARCHIVE-RECORD           PIC X(204).
000980
000990 FD  KEEP-FILE.
001000 01  KEEP-RECORD              PIC X(204).
001010
001020 FD  RUN-PARM-FILE.
001030 01  RUN-PARM-RECORD.
001040     05  RP-PROCESS-DATE      PIC X(06).
001050     05  FILLER               PIC X(08).
001060
001070 FD  RUN-LOG-FILE.
001080     COPY RUNREC.
001090
001100 WORKING-STORAGE SECTION.
001110 01  WS-SWITCHES.
001120     05  WS-MORE-RECORDS-SWITCH    PIC X(01) VALUE "Y".
001130         88  MORE-RECORDS-REMAIN       VALUE "Y".
001140         88  NO-MORE-RECORDS           VALUE "N".
001150     05  WS-RUN-USABLE-SWITCH      PIC X(01) VALUE "Y".
001160         88  RUN-IS-USABLE             VALUE "Y".
001170     05  WS-RUN-FAILED-SWITCH      PIC X(01) VALUE "N".
001180         88  RUN-HAS-FAILED            VALUE "Y".
001190
001200 01  WS-FILE-STATUSES.
001210     05  WS-AUDIT-STATUS           PIC X(02).
001220         88  AUDIT-FILE-NOT-FOUND     VALUE "35".
001230     05  WS-PARM-STATUS            PIC X(02).
001240     05  WS-ARCHIVE-STATUS         PIC X(02).
001250     05  WS-KEEP-STATUS            PIC X(02).
001260     05  WS-RUNPARM-STATUS         PIC X(02).
001270     05  WS-RUNLOG-STATUS          PIC X(02).
001280
001290 01  WS-RUN-DATE               PIC 9(06).
001300 77  WS-START-TIME             PIC 9(08) VALUE ZERO.
001310
001320 01  WS-ARCHIVE-NAME.
001330     05  FILLER                PIC X(06) VALUE "AUDARC".
001340     05  WS-ARCHIVE-DATE       PIC 9(06).
001350
001360 77  WS-CUTOFF-DATE            PIC 9(06) VALUE ZERO.
001370 77  WS-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
001380 77  WS-ARCHIVED-COUNT         PIC 9(09) COMP VALUE ZERO.
001390 77  WS-KEPT-COUNT             PIC 9(09) COMP VALUE ZERO.
001400 77  WS-RETURN-SEVERITY        PIC 9(02) COMP VALUE ZERO.
001410
001420 PROCEDURE DIVISION.
001430
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001460     PERFORM 2000-SPLIT-ONE-RECORD THRU 2000-EXIT
001470         UNTIL NO-MORE-RECORDS
001480     PERFORM 9000-FINISH-UP THRU 9000-EXIT
001490     GOBACK.
001500
001510*----------------------------------------------------------------
001520* 1000 SERIES - START OF RUN
001530*----------------------------------------------------------------
001540 1000-INITIALIZE.
001550     ACCEPT WS-START-TIME FROM TIME
001560     ACCEPT WS-RUN-DATE FROM DATE
001570     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT
001580     PERFORM 1100-READ-CUTOFF-DATE THRU 1100-EXIT
001590     IF RUN-IS-USABLE
001600         OPEN INPUT AUDIT-IN-FILE
001610         IF WS-AUDIT-STATUS NOT = "00"
001620             IF AUDIT-FILE-NOT-FOUND
001630                 DISPLAY "NO AUDITLOG ON FILE - NOTHING TO"
001640                     " ARCHIVE"
001650             ELSE
001660                 DISPLAY "UNABLE TO OPEN AUDITLOG, STATUS "
001670                     WS-AUDIT-STATUS
001680             END-IF
001690             MOVE "N" TO WS-RUN-USABLE-SWITCH
001700             MOVE 16 TO WS-RETURN-SEVERITY
001710         END-IF
001720     END-IF
001730     IF RUN-IS-USABLE
001740         MOVE WS-CUTOFF-DATE TO WS-ARCHIVE-DATE
001750         OPEN OUTPUT ARCHIVE-FILE
001760         IF WS-ARCHIVE-STATUS NOT = "00"
001770             DISPLAY "UNABLE TO OPEN ARCHIVE FILE "
001780                 WS-ARCHIVE-NAME ", STATUS " WS-ARCHIVE-STATUS
001790             MOVE "N" TO WS-RUN-USABLE-SWITCH
001800             MOVE 16 TO WS-RETURN-SEVERITY
001810         ELSE
001820             OPEN OUTPUT KEEP-FILE
001830             PERFORM 2100-READ-NEXT-AUDIT THRU 2100-EXIT
001840         END-IF
001850     END-IF
001860     IF NOT RUN-IS-USABLE
001870         MOVE "N" TO WS-MORE-RECORDS-SWITCH
001880     END-IF.
001890 1000-EXIT.
001900     EXIT.
001910
001920 1100-READ-CUTOFF-DATE.
001930     OPEN INPUT AUDIT-PARM-FILE
001940     IF WS-PARM-STATUS NOT = "00"
001950         DISPLAY "NO AUDPARM PARAMETER FILE - SUPPLY THE CUTOFF"
001960             " DATE (YYMMDD) AND RERUN"
001970         MOVE "N" TO WS-RUN-USABLE-SWITCH
001980         MOVE 16 TO WS-RETURN-SEVERITY
001990     ELSE
002000         READ AUDIT-PARM-FILE
002010         IF WS-PARM-STATUS = "00"
002020                 AND AP-CUTOFF-DATE IS NUMERIC
002030             MOVE AP-CUTOFF-DATE TO WS-CUTOFF-DATE
002040         ELSE
002050             DISPLAY "AUDPARM CUTOFF DATE MISSING OR NOT"
002060                 " NUMERIC - RUN REFUSED"
002070             MOVE "N" TO WS-RUN-USABLE-SWITCH
002080             MOVE 16 TO WS-RETURN-SEVERITY
002090         END-IF
002100         CLOSE AUDIT-PARM-FILE
002110     END-IF.
002120 1100-EXIT.
002130     EXIT.
002140
002150*----------------------------------------------------------------
002160* The optional RUNPARM process date keeps the whole nightly
002170* chain on one business date; system date when absent.
002180*----------------------------------------------------------------
002190 1050-READ-RUN-PARMS.
002200     OPEN INPUT RUN-PARM-FILE
002210     IF WS-RUNPARM-STATUS = "00" OR WS-RUNPARM-STATUS = "05"
002220         READ RUN-PARM-FILE
002230             AT END
002240                 CONTINUE
002250         END-READ
002260         IF WS-RUNPARM-STATUS = "00"
002270                 AND RP-PROCESS-DATE IS NUMERIC
002280             MOVE RP-PROCESS-DATE TO WS-RUN-DATE
002290             DISPLAY "PROCESS DATE SET TO " WS-RUN-DATE
002300                 " FROM RUNPARM"
002310         END-IF
002320         CLOSE RUN-PARM-FILE
002330     END-IF.
002340 1050-EXIT.
002350     EXIT.
002360
002370*----------------------------------------------------------------
002380* 2000 SERIES - SPLIT THE LOG
002390*----------------------------------------------------------------
002400 2000-SPLIT-ONE-RECORD.
002410     ADD 1 TO WS-READ-COUNT
002420     IF AR-DATE < WS-CUTOFF-DATE
002430         WRITE ARCHIVE-RECORD FROM AUDIT-RECORD
002440         IF WS-ARCHIVE-STATUS NOT = "00"
002450             DISPLAY "I-O ERROR WRITING " WS-ARCHIVE-NAME
002460                 ", STATUS " WS-ARCHIVE-STATUS
002470             PERFORM 2900-FAIL-THE-RUN THRU 2900-EXIT
002480         ELSE
002490             ADD 1 TO WS-ARCHIVED-COUNT
002500         END-IF
002510     ELSE
002520         WRITE KEEP-RECORD FROM AUDIT-RECORD
002530         IF WS-KEEP-STATUS NOT = "00"
002540             DISPLAY "I-O ERROR WRITING AUDITNEW, STATUS "
002550                 WS-KEEP-STATUS
002560             PERFORM 2900-FAIL-THE-RUN THRU 2900-EXIT
002570         ELSE
002580             ADD 1 TO WS-KEPT-COUNT
002590         END-IF
002600     END-IF
002610     IF MORE-RECORDS-REMAIN
002620         PERFORM 2100-READ-NEXT-AUDIT THRU 2100-EXIT
002630     END-IF.
002640 2000-EXIT.
002650     EXIT.
002660
002670 2100-READ-NEXT-AUDIT.
002680     READ AUDIT-IN-FILE
002690         AT END
002700             MOVE "N" TO WS-MORE-RECORDS-SWITCH
002710     END-READ
002720     IF MORE-RECORDS-REMAIN AND WS-AUDIT-STATUS NOT = "00"
002730         DISPLAY "I-O ERROR READING AUDITLOG, STATUS "
002740             WS-AUDIT-STATUS
002750         PERFORM 2900-FAIL-THE-RUN THRU 2900-EXIT
002760     END-IF.
002770 2100-EXIT.
002780     EXIT.
002790
002800*----------------------------------------------------------------
002810* Any I-O failure mid-split leaves AUDITNEW incomplete, so the
002820* run is marked failed and the swap step must be held.
002830*----------------------------------------------------------------
002840 2900-FAIL-THE-RUN.
002850     MOVE "Y" TO WS-RUN-FAILED-SWITCH
002860     MOVE "N" TO WS-MORE-RECORDS-SWITCH
002870     MOVE 8 TO WS-RETURN-SEVERITY.
002880 2900-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------------
002920* 9000 SERIES - END OF RUN
002930*----------------------------------------------------------------
002940 9000-FINISH-UP.
002950     IF RUN-IS-USABLE
002960         CLOSE AUDIT-IN-FILE
002970         CLOSE ARCHIVE-FILE
002980         CLOSE KEEP-FILE
002990         IF RUN-HAS-FAILED
003000             DISPLAY "AUDIT ARCHIVE FAILED - AUDITNEW IS"
003010                 " INCOMPLETE"
003020             DISPLAY "DO NOT REPLACE AUDITLOG - CORRECT THE"
003030                 " PROBLEM AND RERUN"
003040         ELSE
003050             DISPLAY "AUDIT ARCHIVE COMPLETE"
003060             DISPLAY "  RECORDS READ:     " WS-READ-COUNT
003070             DISPLAY "  ARCHIVED TO " WS-ARCHIVE-NAME ": "
003080                 WS-ARCHIVED-COUNT
003090             DISPLAY "  KEPT IN AUDITNEW: " WS-KEPT-COUNT
003100             DISPLAY "REPLACE AUDITLOG WITH AUDITNEW TO COMPLETE"
003110                 " THE ARCHIVE"
003120         END-IF
003130     END-IF
003140     IF WS-RETURN-SEVERITY > ZERO
003150         DISPLAY "RUN ENDED WITH CONDITION CODE "
003160             WS-RETURN-SEVERITY
003170     END-IF
003180     MOVE WS-RETURN-SEVERITY TO RETURN-CODE
003190     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
003200 9000-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------------
003240* Last act of the run: append the completion record to the
003250* shared run log so the morning status report can prove the
003260* job ran and how it ended.
003270*----------------------------------------------------------------
003280 9500-WRITE-RUN-LOG.
003290     OPEN EXTEND RUN-LOG-FILE
003300     IF WS-RUNLOG-STATUS NOT = "00"
003310             AND WS-RUNLOG-STATUS NOT = "05"
003320         OPEN OUTPUT RUN-LOG-FILE
003330     END-IF
003340     IF WS-RUNLOG-STATUS = "00" OR WS-RUNLOG-STATUS = "05"
003350         MOVE SPACES TO RUN-LOG-RECORD
003360         MOVE "AUDIT-ARCH" TO RL-PROGRAM-NAME
003370         MOVE WS-RUN-DATE TO RL-PROCESS-DATE
003380         MOVE WS-START-TIME TO RL-START-TIME
003390         ACCEPT RL-END-TIME FROM TIME
003400         MOVE WS-READ-COUNT TO RL-READ-COUNT
003410         MOVE WS-ARCHIVED-COUNT TO RL-POSTED-COUNT
003420         MOVE ZERO TO RL-ERROR-COUNT
003430         MOVE WS-RETURN-SEVERITY TO RL-CONDITION-CODE
003440         WRITE RUN-LOG-RECORD
003450         CLOSE RUN-LOG-FILE
003460     ELSE
003470         DISPLAY "UNABLE TO UPDATE RUN LOG, STATUS "
003480             WS-RUNLOG-STATUS
003490     END-IF.
003500 9500-EXIT.
003510     EXIT.
003520
003530 END PROGRAM AUDIT-ARCH.
