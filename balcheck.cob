000310* 2026-09-03 DL   - The name fields widened with the rest of
000320*            the system: TRANOUT carries A(20) names and
000330*            EXTRACT an X(42) full name.
000340* 2026-10-15 DL   - TRANOUT and EXTRACT now end with the
000350*            transaction reference PRACTICE-ROOM assigns to each
000360*            posted entry; the input layouts carry it so every
000370*            record still reads whole.
000380* 2026-10-15 DL   - TRANOUT now also ends with the date and
000390*            sequence of the entry a reversal reverses; the
000400*            input layout carries them. A reversal's negative
000410*            result proves like any other posting.
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. BAL-CHECK.
000450 AUTHOR. DATA-PROCESSING-TEAM.
000460 INSTALLATION. TRAINING-DEPT.
000470 DATE-WRITTEN. SEPTEMBER 3, 2026.
000480 DATE-COMPILED.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT TRANS-IN-FILE ASSIGN TO "TRANOUT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TRANS-STATUS.
000550
000560     SELECT AUDIT-IN-FILE ASSIGN TO "AUDITLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUDIT-STATUS.
000590
000600     SELECT EXTRACT-IN-FILE ASSIGN TO "EXTRACT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-EXTRACT-STATUS.
000630
000640     SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RUNPARM-STATUS.
000670
000680     SELECT CERT-PRINT-FILE ASSIGN TO "BALCERT"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700
000710     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RUNLOG-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  TRANS-IN-FILE.
000780 01  TRANS-IN-RECORD.
000790     05  TI-CUSTOMER-NUMBER   PIC 9(05).
000800     05  TI-FIRST-NAME        PIC A(20).
000810     05  TI-LAST-NAME         PIC A(20).
000820     05  TI-FIRST-NUMBER      PIC -(18)9.9(19).
000830     05  TI-SECOND-NUMBER     PIC -(18)9.9(19).
000840     05  TI-RESULT            PIC -(18)9.9(19).
000850     05  TI-OPERATION-CODE    PIC 9(01).
000860     05  TI-TRANS-REFERENCE   PIC 9(10).
000870     05  TI-ORIGINAL-DATE     PIC 9(06).
000880     05  TI-ORIGINAL-SEQUENCE PIC 9(04).
000890
000900 FD  AUDIT-IN-FILE.
000910     COPY AUDITREC.
000920
000930 FD  EXTRACT-IN-FILE.
000940 01  EXTRACT-IN-RECORD.
000950     05  EI-CUSTOMER-NUMBER   PIC 9(05).
000960     05  EI-FULL-NAME         PIC X(42).
000970     05  EI-RESULT            PIC S9(19)V9(19) SIGN LEADING
000980                                  SEPARATE.
000990     05  EI-TRANS-REFERENCE   PIC 9(10).
001000
001010 FD  RUN-PARM-FILE.
001020 01  RUN-PARM-RECORD.
001030     05  RP-PROCESS-DATE      PIC X(06).
001040     05  FILLER               PIC X(08).
001050
001060 FD  CERT-PRINT-FILE.
001070 01  CERT-LINE                PIC X(80).
001080
001090 FD  RUN-LOG-FILE.
001100     COPY RUNREC.
001110
001120 WORKING-STORAGE SECTION.
001130 01  WS-SWITCHES.
001140     05  WS-MORE-RECORDS-SWITCH    PIC X(01) VALUE "Y".
001150         88  MORE-RECORDS-REMAIN       VALUE "Y".
001160         88  NO-MORE-RECORDS           VALUE "N".
001170     05  WS-RUN-USABLE-SWITCH      PIC X(01) VALUE "Y".
001180         88  RUN-IS-USABLE             VALUE "Y".
001190     05  WS-RUN-FAILED-SWITCH      PIC X(01) VALUE "N".
001200         88  RUN-HAS-FAILED            VALUE "Y".
001210     05  WS-BALANCED-SWITCH        PIC X(01) VALUE "Y".
001220         88  DAY-IS-BALANCED           VALUE "Y".
001230
001240 01  WS-FILE-STATUSES.
001250     05  WS-TRANS-STATUS           PIC X(02).
001260         88  TRANS-FILE-NOT-FOUND     VALUE "35".
001270     05  WS-AUDIT-STATUS           PIC X(02).
001280         88  AUDIT-FILE-NOT-FOUND     VALUE "35".
001290     05  WS-EXTRACT-STATUS         PIC X(02).
001300         88  EXTRACT-FILE-NOT-FOUND   VALUE "35".
001310     05  WS-RUNPARM-STATUS         PIC X(02).
001320     05  WS-RUNLOG-STATUS          PIC X(02).
001330
001340 01  WS-RUN-DATE               PIC 9(06).
001350 77  WS-START-TIME             PIC 9(08) VALUE ZERO.
001360
001370 77  WS-TRANS-COUNT            PIC 9(09) COMP VALUE ZERO.
001380 77  WS-AUDIT-COUNT            PIC 9(09) COMP VALUE ZERO.
001390 77  WS-EXTRACT-COUNT          PIC 9(09) COMP VALUE ZERO.
001400 77  WS-TRANS-VALUE            PIC S9(19)V9(19) COMP-3
001410                                   VALUE ZERO.
001420 77  WS-AUDIT-VALUE            PIC S9(19)V9(19) COMP-3
001430                                   VALUE ZERO.
001440 77  WS-EXTRACT-VALUE          PIC S9(19)V9(19) COMP-3
001450                                   VALUE ZERO.
001460 77  WS-RETURN-SEVERITY        PIC 9(02) COMP VALUE ZERO.
001470*    The TRANOUT and AUDITLOG result columns are numeric-edited
001480*    print images; each is de-edited here before it is added.
001490 77  WS-WORK-RESULT            PIC S9(19)V9(19) COMP-3
001500                                   VALUE ZERO.
001510
001520 01  CERT-HEADING-1.
001530     05  FILLER                PIC X(25) VALUE SPACES.
001540     05  FILLER                PIC X(30)
001550             VALUE "DAILY BALANCE CERTIFICATE".
001560     05  FILLER                PIC X(25) VALUE SPACES.
001570
001580 01  CERT-HEADING-2.
001590     05  FILLER                PIC X(14)
001600             VALUE "PROCESS DATE: ".
001610     05  CH2-PROCESS-DATE      PIC 9(06).
001620     05  FILLER                PIC X(60) VALUE SPACES.
001630
001640 01  CERT-DETAIL-LINE.
001650     05  CD-FILE-NAME          PIC X(18).
001660     05  CD-COUNT              PIC ZZZ,ZZZ,ZZ9.
001670     05  FILLER                PIC X(02) VALUE SPACES.
001680     05  CD-VALUE              PIC -(18)9.9(04).
001690     05  FILLER                PIC X(25) VALUE SPACES.
001700
001710 01  CERT-VERDICT-LINE.
001720     05  CV-VERDICT            PIC X(80).
001730
001740 PROCEDURE DIVISION.
001750
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001780     IF RUN-IS-USABLE
001790         PERFORM 2000-TOTAL-TRANOUT THRU 2000-EXIT
001800         PERFORM 3000-TOTAL-AUDIT-SLICE THRU 3000-EXIT
001810         PERFORM 4000-TOTAL-EXTRACT THRU 4000-EXIT
001820         PERFORM 5000-PROVE-THE-DAY THRU 5000-EXIT
001830     END-IF
001840     PERFORM 9000-FINISH-UP THRU 9000-EXIT
001850     GOBACK.
001860
001870*----------------------------------------------------------------
001880* 1000 SERIES - START OF RUN
001890* All three inputs must open or there is nothing to prove; a
001900* missing file is itself an out-of-balance condition the
001910* operator must look at, so the run is refused loudly rather
001920* than certified on partial evidence.
001930*----------------------------------------------------------------
001940 1000-INITIALIZE.
001950     ACCEPT WS-START-TIME FROM TIME
001960     ACCEPT WS-RUN-DATE FROM DATE
001970     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT
001980     OPEN INPUT TRANS-IN-FILE
001990     IF WS-TRANS-STATUS NOT = "00"
002000         DISPLAY "UNABLE TO OPEN TRANOUT, STATUS "
002010             WS-TRANS-STATUS " - RUN REFUSED"
002020         MOVE "N" TO WS-RUN-USABLE-SWITCH
002030     END-IF
002040     OPEN INPUT AUDIT-IN-FILE
002050     IF WS-AUDIT-STATUS NOT = "00"
002060         DISPLAY "UNABLE TO OPEN AUDITLOG, STATUS "
002070             WS-AUDIT-STATUS " - RUN REFUSED"
002080         MOVE "N" TO WS-RUN-USABLE-SWITCH
002090     END-IF
002100     OPEN INPUT EXTRACT-IN-FILE
002110     IF WS-EXTRACT-STATUS NOT = "00"
002120         DISPLAY "UNABLE TO OPEN EXTRACT, STATUS "
002130             WS-EXTRACT-STATUS " - RUN REFUSED"
002140         MOVE "N" TO WS-RUN-USABLE-SWITCH
002150     END-IF
002160     IF RUN-IS-USABLE
002170         OPEN OUTPUT CERT-PRINT-FILE
002180     ELSE
002190         MOVE 16 TO WS-RETURN-SEVERITY
002200     END-IF.
002210 1000-EXIT.
002220     EXIT.
002230
002240 1050-READ-RUN-PARMS.
002250     OPEN INPUT RUN-PARM-FILE
002260     IF WS-RUNPARM-STATUS = "00" OR WS-RUNPARM-STATUS = "05"
002270         READ RUN-PARM-FILE
002280             AT END
002290                 CONTINUE
002300         END-READ
002310         IF WS-RUNPARM-STATUS = "00"
002320                 AND RP-PROCESS-DATE IS NUMERIC
002330             MOVE RP-PROCESS-DATE TO WS-RUN-DATE
002340             DISPLAY "PROCESS DATE SET TO " WS-RUN-DATE
002350                 " FROM RUNPARM"
002360         END-IF
002370         CLOSE RUN-PARM-FILE
002380     END-IF.
002390 1050-EXIT.
002400     EXIT.
002410
002420*----------------------------------------------------------------
002430* 2000 SERIES - COUNT AND TOTAL TRANOUT
002440*----------------------------------------------------------------
002450 2000-TOTAL-TRANOUT.
002460     MOVE "Y" TO WS-MORE-RECORDS-SWITCH
002470     PERFORM 2100-READ-NEXT-TRANS THRU 2100-EXIT
002480     PERFORM 2200-TOTAL-ONE-TRANS THRU 2200-EXIT
002490         UNTIL NO-MORE-RECORDS.
002500 2000-EXIT.
002510     EXIT.
002520
002530 2100-READ-NEXT-TRANS.
002540     READ TRANS-IN-FILE
002550         AT END
002560             MOVE "N" TO WS-MORE-RECORDS-SWITCH
002570     END-READ
002580     IF MORE-RECORDS-REMAIN AND WS-TRANS-STATUS NOT = "00"
002590         DISPLAY "I-O ERROR READING TRANOUT, STATUS "
002600             WS-TRANS-STATUS
002610         MOVE "N" TO WS-MORE-RECORDS-SWITCH
002620         MOVE "Y" TO WS-RUN-FAILED-SWITCH
002630     END-IF.
002640 2100-EXIT.
002650     EXIT.
002660
002670 2200-TOTAL-ONE-TRANS.
002680     ADD 1 TO WS-TRANS-COUNT
002690     MOVE TI-RESULT TO WS-WORK-RESULT
002700     ADD WS-WORK-RESULT TO WS-TRANS-VALUE
002710         ON SIZE ERROR
002720             CONTINUE
002730     END-ADD
002740     PERFORM 2100-READ-NEXT-TRANS THRU 2100-EXIT.
002750 2200-EXIT.
002760     EXIT.
002770
002780*----------------------------------------------------------------
002790* 3000 SERIES - COUNT AND TOTAL THE DAY'S AUDITLOG SLICE
002800* The audit log is cumulative (opened EXTEND by every run), so
002810* only records stamped with the process date belong to today's
002820* proof.
002830*----------------------------------------------------------------
002840 3000-TOTAL-AUDIT-SLICE.
002850     MOVE "Y" TO WS-MORE-RECORDS-SWITCH
002860     PERFORM 3100-READ-NEXT-AUDIT THRU 3100-EXIT
002870     PERFORM 3200-TOTAL-ONE-AUDIT THRU 3200-EXIT
002880         UNTIL NO-MORE-RECORDS.
002890 3000-EXIT.
002900     EXIT.
002910
002920 3100-READ-NEXT-AUDIT.
002930     READ AUDIT-IN-FILE
002940         AT END
002950             MOVE "N" TO WS-MORE-RECORDS-SWITCH
002960     END-READ
002970     IF MORE-RECORDS-REMAIN AND WS-AUDIT-STATUS NOT = "00"
002980         DISPLAY "I-O ERROR READING AUDITLOG, STATUS "
002990             WS-AUDIT-STATUS
003000         MOVE "N" TO WS-MORE-RECORDS-SWITCH
003010         MOVE "Y" TO WS-RUN-FAILED-SWITCH
003020     END-IF.
003030 3100-EXIT.
003040     EXIT.
003050
003060 3200-TOTAL-ONE-AUDIT.
003070     IF AR-DATE = WS-RUN-DATE
003080         ADD 1 TO WS-AUDIT-COUNT
003090         MOVE AR-RESULT TO WS-WORK-RESULT
003100         ADD WS-WORK-RESULT TO WS-AUDIT-VALUE
003110             ON SIZE ERROR
003120                 CONTINUE
003130         END-ADD
003140     END-IF
003150     PERFORM 3100-READ-NEXT-AUDIT THRU 3100-EXIT.
003160 3200-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------------
003200* 4000 SERIES - COUNT AND TOTAL EXTRACT
003210*----------------------------------------------------------------
003220 4000-TOTAL-EXTRACT.
003230     MOVE "Y" TO WS-MORE-RECORDS-SWITCH
003240     PERFORM 4100-READ-NEXT-EXTRACT THRU 4100-EXIT
003250     PERFORM 4200-TOTAL-ONE-EXTRACT THRU 4200-EXIT
003260         UNTIL NO-MORE-RECORDS.
003270 4000-EXIT.
003280     EXIT.
003290
003300 4100-READ-NEXT-EXTRACT.
003310     READ EXTRACT-IN-FILE
003320         AT END
003330             MOVE "N" TO WS-MORE-RECORDS-SWITCH
003340     END-READ
003350     IF MORE-RECORDS-REMAIN AND WS-EXTRACT-STATUS NOT = "00"
003360         DISPLAY "I-O ERROR READING EXTRACT, STATUS "
003370             WS-EXTRACT-STATUS
003380         MOVE "N" TO WS-MORE-RECORDS-SWITCH
003390         MOVE "Y" TO WS-RUN-FAILED-SWITCH
003400     END-IF.
003410 4100-EXIT.
003420     EXIT.
003430
003440 4200-TOTAL-ONE-EXTRACT.
003450     ADD 1 TO WS-EXTRACT-COUNT
003460     ADD EI-RESULT TO WS-EXTRACT-VALUE
003470         ON SIZE ERROR
003480             CONTINUE
003490     END-ADD
003500     PERFORM 4100-READ-NEXT-EXTRACT THRU 4100-EXIT.
003510 4200-EXIT.
003520     EXIT.
003530
003540*----------------------------------------------------------------
003550* 5000 SERIES - THE PROOF
003560* The day proves only when all three counts agree and all
003570* three value totals agree.
003580*----------------------------------------------------------------
003590 5000-PROVE-THE-DAY.
003600     MOVE "Y" TO WS-BALANCED-SWITCH
003610     IF WS-TRANS-COUNT NOT = WS-EXTRACT-COUNT
003620             OR WS-TRANS-COUNT NOT = WS-AUDIT-COUNT
003630         MOVE "N" TO WS-BALANCED-SWITCH
003640     END-IF
003650     IF WS-TRANS-VALUE NOT = WS-EXTRACT-VALUE
003660             OR WS-TRANS-VALUE NOT = WS-AUDIT-VALUE
003670         MOVE "N" TO WS-BALANCED-SWITCH
003680     END-IF
003690     IF RUN-HAS-FAILED
003700         MOVE "N" TO WS-BALANCED-SWITCH
003710     END-IF.
003720 5000-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------
003760* 9000 SERIES - CERTIFICATE AND END OF RUN
003770*----------------------------------------------------------------
003780 9000-FINISH-UP.
003790     IF RUN-IS-USABLE
003800         PERFORM 9100-PRINT-CERTIFICATE THRU 9100-EXIT
003810         CLOSE CERT-PRINT-FILE
003820         CLOSE TRANS-IN-FILE
003830         CLOSE AUDIT-IN-FILE
003840         CLOSE EXTRACT-IN-FILE
003850         DISPLAY "  TRANOUT:  " WS-TRANS-COUNT " RECORD(S)"
003860         DISPLAY "  AUDITLOG: " WS-AUDIT-COUNT " RECORD(S)"
003870             " FOR THE PROCESS DATE"
003880         DISPLAY "  EXTRACT:  " WS-EXTRACT-COUNT " RECORD(S)"
003890         IF DAY-IS-BALANCED
003900             DISPLAY "DAY IS IN BALANCE - CERTIFICATE ON BALCERT"
003910         ELSE
003920             DISPLAY "DAY IS OUT OF BALANCE - HOLD HIST-LOAD AND"
003930                 " THE EXTRACT PICKUP - SEE BALCERT"
003940             MOVE 8 TO WS-RETURN-SEVERITY
003950         END-IF
003960     END-IF
003970     IF WS-RETURN-SEVERITY > ZERO
003980         DISPLAY "RUN ENDED WITH CONDITION CODE "
003990             WS-RETURN-SEVERITY
004000     END-IF
004010     MOVE WS-RETURN-SEVERITY TO RETURN-CODE
004020     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
004030 9000-EXIT.
004040     EXIT.
004050
004060 9100-PRINT-CERTIFICATE.
004070     WRITE CERT-LINE FROM CERT-HEADING-1
004080     MOVE WS-RUN-DATE TO CH2-PROCESS-DATE
004090     WRITE CERT-LINE FROM CERT-HEADING-2
004100     MOVE SPACES TO CERT-DETAIL-LINE
004110     MOVE "TRANOUT:" TO CD-FILE-NAME
004120     MOVE WS-TRANS-COUNT TO CD-COUNT
004130     MOVE WS-TRANS-VALUE TO CD-VALUE
004140     WRITE CERT-LINE FROM CERT-DETAIL-LINE
004150     MOVE SPACES TO CERT-DETAIL-LINE
004160     MOVE "AUDITLOG (DATE):" TO CD-FILE-NAME
004170     MOVE WS-AUDIT-COUNT TO CD-COUNT
004180     MOVE WS-AUDIT-VALUE TO CD-VALUE
004190     WRITE CERT-LINE FROM CERT-DETAIL-LINE
004200     MOVE SPACES TO CERT-DETAIL-LINE
004210     MOVE "EXTRACT:" TO CD-FILE-NAME
004220     MOVE WS-EXTRACT-COUNT TO CD-COUNT
004230     MOVE WS-EXTRACT-VALUE TO CD-VALUE
004240     WRITE CERT-LINE FROM CERT-DETAIL-LINE
004250     MOVE SPACES TO CERT-VERDICT-LINE
004260     EVALUATE TRUE
004270         WHEN RUN-HAS-FAILED
004280             MOVE "PROOF INCOMPLETE - I-O ERROR DURING THE RUN"
004290                 TO CV-VERDICT
004300         WHEN DAY-IS-BALANCED
004310             MOVE "THE DAY IS IN BALANCE" TO CV-VERDICT
004320         WHEN OTHER
004330             MOVE "THE DAY IS OUT OF BALANCE - DO NOT RELEASE"
004340                 TO CV-VERDICT
004350     END-EVALUATE
004360     WRITE CERT-LINE FROM CERT-VERDICT-LINE.
004370 9100-EXIT.
004380     EXIT.
004390
004400*----------------------------------------------------------------
004410* Last act of the run: append the completion record to the
004420* shared run log so the morning status report can prove the
004430* job ran and how it ended.
004440*----------------------------------------------------------------
004450 9500-WRITE-RUN-LOG.
004460     OPEN EXTEND RUN-LOG-FILE
004470     IF WS-RUNLOG-STATUS NOT = "00"
004480             AND WS-RUNLOG-STATUS NOT = "05"
004490         OPEN OUTPUT RUN-LOG-FILE
004500     END-IF
004510     IF WS-RUNLOG-STATUS = "00" OR WS-RUNLOG-STATUS = "05"
004520         MOVE SPACES TO RUN-LOG-RECORD
004530         MOVE "BAL-CHECK" TO RL-PROGRAM-NAME
004540         MOVE WS-RUN-DATE TO RL-PROCESS-DATE
004550         MOVE WS-START-TIME TO RL-START-TIME
004560         ACCEPT RL-END-TIME FROM TIME
004570         MOVE WS-TRANS-COUNT TO RL-READ-COUNT
004580         MOVE WS-EXTRACT-COUNT TO RL-POSTED-COUNT
004590         MOVE ZERO TO RL-ERROR-COUNT
004600         MOVE WS-RETURN-SEVERITY TO RL-CONDITION-CODE
004610         WRITE RUN-LOG-RECORD
004620         CLOSE RUN-LOG-FILE
004630     ELSE
004640         DISPLAY "UNABLE TO UPDATE RUN LOG, STATUS "
004650             WS-RUNLOG-STATUS
004660     END-IF.
004670 9500-EXIT.
004680     EXIT.
004690
004700 END PROGRAM BAL-CHECK.
