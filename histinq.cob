000150*            twenty characters with the rest of the system, so
000160*            a customer with a long name can actually be
000170*            looked up.
000180* 2026-10-15 DL   - Each history line now ends with the entry's
000190*            transaction reference, so a customer quoting the
000200*            reference on the phone can be matched to the exact
000210*            entry. Entries loaded before references existed
000220*            show zeros.
000230* 2026-10-15 DL   - The listing now opens with the customer
000240*            number and each line shows the entry's sequence
000250*            number beside its date, so the clerk has the full
000260*            history key a reversal must name. A reversed entry
000270*            is followed by a line naming the reversal, and a
000280*            reversal by a line naming the entry it reverses, so
000290*            the pair reads together.
000300* 2026-10-15 DL   - The session now starts with an operator
000310*            sign-on against the operator master (OPERMAST,
000320*            layout in OPERREC); any authority level may make
000330*            inquiries. Sign-ons and sign-offs go to the sign-on
000340*            log (SIGNLOG).
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. HIST-INQ.
000380 AUTHOR. DATA-PROCESSING-TEAM.
000390 INSTALLATION. TRAINING-DEPT.
000400 DATE-WRITTEN. AUGUST 21, 2026.
000410 DATE-COMPILED.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CM-CUSTOMER-NUMBER
000490         ALTERNATE RECORD KEY IS CM-LAST-NAME
000500             WITH DUPLICATES
000510         FILE STATUS IS WS-CUSTMAST-STATUS.
000520
000530     SELECT TRANS-HISTORY-FILE ASSIGN TO "TRANHIST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS TH-KEY
000570         FILE STATUS IS WS-HIST-STATUS.
000580
000590     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS OP-OPERATOR-ID
000630         FILE STATUS IS WS-OPERMAST-STATUS.
000640
000650     SELECT SIGN-ON-LOG-FILE ASSIGN TO "SIGNLOG"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-SIGNLOG-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  CUSTOMER-MASTER-FILE.
000720     COPY CUSTREC.
000730
000740 FD  TRANS-HISTORY-FILE.
000750     COPY HISTREC.
000760
000770 FD  OPERATOR-FILE.
000780     COPY OPERREC.
000790
000800 FD  SIGN-ON-LOG-FILE.
000810     COPY SIGNLOG.
000820
000830 WORKING-STORAGE SECTION.
000840 01  WS-LAST-NAME-ENTRY       PIC X(20).
000850 01  WS-FIRST-NAME-ENTRY      PIC X(20).
000860
000870 01  WS-SWITCHES.
000880     05  WS-SESSION-DONE-SWITCH    PIC X(01) VALUE "N".
000890         88  SESSION-IS-DONE           VALUE "Y".
000900     05  WS-CUSTOMER-FOUND-SWITCH  PIC X(01) VALUE "N".
000910         88  CUSTOMER-FOUND            VALUE "Y".
000920     05  WS-SCAN-DONE-SWITCH       PIC X(01) VALUE "N".
000930         88  SCAN-IS-DONE              VALUE "Y".
000940
000950 01  WS-FILE-STATUSES.
000960     05  WS-CUSTMAST-STATUS        PIC X(02).
000970     05  WS-HIST-STATUS            PIC X(02).
000980     05  WS-OPERMAST-STATUS        PIC X(02).
000990         88  OPERMAST-FILE-NOT-FOUND  VALUE "35".
001000     05  WS-SIGNLOG-STATUS         PIC X(02).
001010
001020 01  WS-RUN-DATE               PIC 9(06).
001030
001040     COPY SIGNON.
001050
001060 77  WS-CUSTOMER-NUMBER        PIC 9(05) VALUE ZERO.
001070 77  WS-SHOWN-COUNT            PIC 9(05) COMP VALUE ZERO.
001080
001090 01  INQUIRY-DETAIL-LINE.
001100     05  ID-TRANS-DATE         PIC 9(06).
001110     05  FILLER                PIC X(01) VALUE "-".
001120     05  ID-SEQUENCE-NUMBER    PIC 9(04).
001130     05  FILLER                PIC X(02) VALUE SPACES.
001140     05  ID-OPERATION          PIC X(08).
001150     05  FILLER                PIC X(01) VALUE SPACES.
001160     05  ID-FIRST-NUMBER       PIC -(18)9.9(04).
001170     05  FILLER                PIC X(01) VALUE SPACES.
001180     05  ID-SECOND-NUMBER      PIC -(18)9.9(04).
001190     05  FILLER                PIC X(02) VALUE "= ".
001200     05  ID-RESULT             PIC -(18)9.9(04).
001210     05  FILLER                PIC X(06) VALUE "  REF ".
001220     05  ID-TRANS-REFERENCE    PIC 9(10).
001230
001240 01  INQUIRY-LINK-LINE.
001250     05  FILLER                PIC X(13) VALUE SPACES.
001260     05  IL-LINK-TEXT          PIC X(14).
001270     05  IL-LINKED-DATE        PIC 9(06).
001280     05  FILLER                PIC X(01) VALUE "-".
001290     05  IL-LINKED-SEQUENCE    PIC 9(04).
001300
001310 PROCEDURE DIVISION.
001320
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001350     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
001360         UNTIL SESSION-IS-DONE
001370     PERFORM 9000-FINISH-UP THRU 9000-EXIT
001380     GOBACK.
001390
001400*----------------------------------------------------------------
001410* 1000 SERIES - START OF RUN
001420*----------------------------------------------------------------
001430 1000-INITIALIZE.
001440     ACCEPT WS-RUN-DATE FROM DATE
001450     OPEN INPUT CUSTOMER-MASTER-FILE
001460     IF WS-CUSTMAST-STATUS NOT = "00"
001470         DISPLAY "UNABLE TO OPEN CUSTOMER MASTER, STATUS "
001480             WS-CUSTMAST-STATUS
001490         MOVE "Y" TO WS-SESSION-DONE-SWITCH
001500     END-IF
001510     OPEN INPUT TRANS-HISTORY-FILE
001520     IF WS-HIST-STATUS NOT = "00"
001530         IF WS-HIST-STATUS = "35"
001540             DISPLAY "NO TRANSACTION HISTORY ON FILE YET"
001550         ELSE
001560             DISPLAY "UNABLE TO OPEN HISTORY MASTER, STATUS "
001570                 WS-HIST-STATUS
001580         END-IF
001590         MOVE "Y" TO WS-SESSION-DONE-SWITCH
001600     END-IF
001610     IF NOT SESSION-IS-DONE
001620         PERFORM 1500-SIGN-ON THRU 1500-EXIT
001630         IF NOT SO-SIGNED-ON
001640             MOVE "Y" TO WS-SESSION-DONE-SWITCH
001650         END-IF
001660     END-IF.
001670 1000-EXIT.
001680     EXIT.
001690
001700*----------------------------------------------------------------
001710* 1500 SERIES - OPERATOR SIGN-ON
001720* No function is offered until an operator signs on against the
001730* operator master (OPERMAST, layout in OPERREC). A wrong PIN
001740* counts against the operator there, and the failure that
001750* reaches the lock threshold (see SIGNON) locks them until a
001760* supervisor unlocks them in OPER-MAINT; a good sign-on clears
001770* the count. Every attempt, the sign-off, and every function
001780* refused for authority go to the sign-on log (SIGNLOG). A
001790* session that cannot open either file cannot identify anyone,
001800* so it is refused.
001810*----------------------------------------------------------------
001820 1500-SIGN-ON.
001830     OPEN I-O OPERATOR-FILE
001840     IF WS-OPERMAST-STATUS NOT = "00"
001850         IF OPERMAST-FILE-NOT-FOUND
001860             DISPLAY "NO OPERATOR MASTER ON FILE - A SUPERVISOR"
001870             DISPLAY "MUST SET UP OPERATORS IN OPER-MAINT FIRST"
001880         ELSE
001890             DISPLAY "UNABLE TO OPEN OPERATOR MASTER, STATUS "
001900                 WS-OPERMAST-STATUS
001910         END-IF
001920     ELSE
001930         OPEN EXTEND SIGN-ON-LOG-FILE
001940         IF WS-SIGNLOG-STATUS NOT = "00"
001950                 AND WS-SIGNLOG-STATUS NOT = "05"
001960             OPEN OUTPUT SIGN-ON-LOG-FILE
001970         END-IF
001980         IF WS-SIGNLOG-STATUS = "00" OR WS-SIGNLOG-STATUS = "05"
001990             MOVE "Y" TO SO-FILES-OPEN-SWITCH
002000         ELSE
002010             DISPLAY "UNABLE TO OPEN SIGN-ON LOG, STATUS "
002020                 WS-SIGNLOG-STATUS
002030             CLOSE OPERATOR-FILE
002040         END-IF
002050     END-IF
002060     IF SO-FILES-ARE-OPEN
002070         PERFORM 1510-SIGN-ON-ATTEMPT THRU 1510-EXIT
002080             UNTIL SO-SIGNED-ON OR SO-SIGN-ON-ABANDONED
002090     END-IF
002100     IF NOT SO-SIGNED-ON
002110         DISPLAY "NOT SIGNED ON - SESSION ENDED"
002120     END-IF.
002130 1500-EXIT.
002140     EXIT.
002150
002160 1510-SIGN-ON-ATTEMPT.
002170     ADD 1 TO SO-ATTEMPT-COUNT
002180     DISPLAY "Operator ID (blank to quit):"
002190     MOVE SPACES TO SO-ID-ENTRY
002200     ACCEPT SO-ID-ENTRY
002210     IF SO-ID-ENTRY = SPACES
002220         MOVE "Y" TO SO-ABANDON-SWITCH
002230     ELSE
002240         DISPLAY "PIN:"
002250         MOVE SPACES TO SO-PIN-ENTRY
002260         ACCEPT SO-PIN-ENTRY
002270         PERFORM 1520-CHECK-OPERATOR THRU 1520-EXIT
002280         PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT
002290         IF NOT SO-SIGNED-ON
002300                 AND SO-ATTEMPT-COUNT NOT < SO-MAX-ATTEMPTS
002310             DISPLAY "TOO MANY SIGN-ON ATTEMPTS"
002320             MOVE "Y" TO SO-ABANDON-SWITCH
002330         END-IF
002340     END-IF.
002350 1510-EXIT.
002360     EXIT.
002370
002380*----------------------------------------------------------------
002390* The PIN is checked before anything else about the operator, and
002400* an ID not on file, a wrong PIN, and a wrong PIN against a locked
002410* or inactive operator all get the same message, so the terminal
002420* does not confirm which IDs exist or what state they are in. The
002430* log still records which case it was. Only an operator who keys
002440* the right PIN is told they are locked or not active.
002450*----------------------------------------------------------------
002460 1520-CHECK-OPERATOR.
002470     MOVE SO-ID-ENTRY TO OP-OPERATOR-ID
002480     MOVE "U" TO SO-EVENT
002490     READ OPERATOR-FILE
002500         INVALID KEY
002510             CONTINUE
002520         NOT INVALID KEY
002530             MOVE SPACE TO SO-EVENT
002540     END-READ
002550     EVALUATE TRUE
002560         WHEN SO-EVENT = "U"
002570             DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
002580         WHEN OP-PIN NOT = SO-PIN-ENTRY
002590             EVALUATE TRUE
002600                 WHEN OP-IS-LOCKED
002610                     MOVE "K" TO SO-EVENT
002620                     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
002630                 WHEN NOT OP-ACTIVE
002640                     MOVE "I" TO SO-EVENT
002650                     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
002660                 WHEN OTHER
002670                     PERFORM 1530-COUNT-FAILED-SIGN-ON
002680                         THRU 1530-EXIT
002690             END-EVALUATE
002700         WHEN OP-IS-LOCKED
002710             MOVE "K" TO SO-EVENT
002720             DISPLAY "OPERATOR " OP-OPERATOR-ID
002730                 " IS LOCKED - SEE A SUPERVISOR"
002740         WHEN NOT OP-ACTIVE
002750             MOVE "I" TO SO-EVENT
002760             DISPLAY "OPERATOR " OP-OPERATOR-ID
002770                 " IS NOT ACTIVE - SEE A SUPERVISOR"
002780         WHEN OTHER
002790             MOVE "S" TO SO-EVENT
002800             MOVE ZERO TO OP-FAILED-SIGN-ONS
002810             MOVE WS-RUN-DATE TO OP-LAST-SIGN-ON-DATE
002820             ACCEPT OP-LAST-SIGN-ON-TIME FROM TIME
002830             PERFORM 1535-REWRITE-OPERATOR THRU 1535-EXIT
002840             MOVE "Y" TO SO-SIGNED-ON-SWITCH
002850             MOVE OP-OPERATOR-ID TO SO-OPERATOR-ID
002860             MOVE OP-AUTHORITY-LEVEL TO SO-OPERATOR-LEVEL
002870             DISPLAY "SIGNED ON: " OP-OPERATOR-ID " "
002880                 OP-OPERATOR-NAME
002890     END-EVALUATE.
002900 1520-EXIT.
002910     EXIT.
002920
002930 1530-COUNT-FAILED-SIGN-ON.
002940     ADD 1 TO OP-FAILED-SIGN-ONS
002950     IF OP-FAILED-SIGN-ONS NOT < SO-LOCK-THRESHOLD
002960         MOVE "Y" TO OP-LOCKED-FLAG
002970         MOVE "L" TO SO-EVENT
002980     ELSE
002990         MOVE "F" TO SO-EVENT
003000     END-IF
003010     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
003020     PERFORM 1535-REWRITE-OPERATOR THRU 1535-EXIT.
003030 1530-EXIT.
003040     EXIT.
003050
003060 1535-REWRITE-OPERATOR.
003070     REWRITE OPERATOR-RECORD
003080         INVALID KEY
003090             CONTINUE
003100     END-REWRITE
003110     IF WS-OPERMAST-STATUS NOT = "00"
003120         DISPLAY "UNABLE TO UPDATE OPERATOR MASTER, STATUS "
003130             WS-OPERMAST-STATUS
003140     END-IF.
003150 1535-EXIT.
003160     EXIT.
003170
003180 1540-LOG-SIGN-ON-EVENT.
003190     MOVE SPACES TO SIGN-ON-LOG-RECORD
003200     MOVE WS-RUN-DATE TO SL-DATE
003210     ACCEPT SL-TIME FROM TIME
003220     MOVE SO-ID-ENTRY TO SL-OPERATOR-ID
003230     MOVE "HIST-INQ" TO SL-PROGRAM-NAME
003240     MOVE SO-EVENT TO SL-EVENT
003250     MOVE SO-SUBJECT-ID TO SL-SUBJECT-ID
003260     MOVE SO-FUNCTION-NAME TO SL-DETAIL
003270     WRITE SIGN-ON-LOG-RECORD
003280     IF WS-SIGNLOG-STATUS NOT = "00"
003290         DISPLAY "UNABLE TO WRITE SIGN-ON LOG, STATUS "
003300             WS-SIGNLOG-STATUS
003310     END-IF
003320     MOVE SPACES TO SO-SUBJECT-ID
003330     MOVE SPACES TO SO-FUNCTION-NAME.
003340 1540-EXIT.
003350     EXIT.
003360
003370*----------------------------------------------------------------
003380* 2000 SERIES - ONE INQUIRY PER PASS
003390*----------------------------------------------------------------
003400 2000-PROCESS-INQUIRY.
003410     DISPLAY " "
003420     DISPLAY "Customer's last name (blank to quit):"
003430     MOVE SPACES TO WS-LAST-NAME-ENTRY
003440     ACCEPT WS-LAST-NAME-ENTRY
003450     IF WS-LAST-NAME-ENTRY = SPACES
003460         MOVE "Y" TO WS-SESSION-DONE-SWITCH
003470     ELSE
003480         DISPLAY "Customer's first name:"
003490         MOVE SPACES TO WS-FIRST-NAME-ENTRY
003500         ACCEPT WS-FIRST-NAME-ENTRY
003510         PERFORM 3000-LOOKUP-CUSTOMER THRU 3000-EXIT
003520         IF CUSTOMER-FOUND
003530             PERFORM 4000-LIST-HISTORY THRU 4000-EXIT
003540         ELSE
003550             DISPLAY "NO CUSTOMER ON FILE WITH THAT NAME"
003560         END-IF
003570     END-IF.
003580 2000-EXIT.
003590     EXIT.
003600
003610*----------------------------------------------------------------
003620* 3000 SERIES - CUSTOMER LOOKUP BY NAME
003630*----------------------------------------------------------------
003640 3000-LOOKUP-CUSTOMER.
003650     MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH
003660     MOVE ZERO TO WS-CUSTOMER-NUMBER
003670     MOVE "N" TO WS-SCAN-DONE-SWITCH
003680     MOVE WS-LAST-NAME-ENTRY TO CM-LAST-NAME
003690     START CUSTOMER-MASTER-FILE
003700         KEY IS EQUAL TO CM-LAST-NAME
003710         INVALID KEY
003720             MOVE "Y" TO WS-SCAN-DONE-SWITCH
003730     END-START
003740     PERFORM 3100-SCAN-ONE-DUPLICATE THRU 3100-EXIT
003750         UNTIL SCAN-IS-DONE.
003760 3000-EXIT.
003770     EXIT.
003780
003790 3100-SCAN-ONE-DUPLICATE.
003800     READ CUSTOMER-MASTER-FILE NEXT RECORD
003810         AT END
003820             MOVE "Y" TO WS-SCAN-DONE-SWITCH
003830     END-READ
003840     EVALUATE TRUE
003850         WHEN SCAN-IS-DONE
003860             CONTINUE
003870         WHEN WS-CUSTMAST-STATUS NOT = "00"
003880                 AND WS-CUSTMAST-STATUS NOT = "02"
003890             MOVE "Y" TO WS-SCAN-DONE-SWITCH
003900         WHEN CM-LAST-NAME NOT = WS-LAST-NAME-ENTRY
003910             MOVE "Y" TO WS-SCAN-DONE-SWITCH
003920         WHEN CM-FIRST-NAME = WS-FIRST-NAME-ENTRY
003930             MOVE "Y" TO WS-CUSTOMER-FOUND-SWITCH
003940             MOVE CM-CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER
003950             MOVE "Y" TO WS-SCAN-DONE-SWITCH
003960     END-EVALUATE.
003970 3100-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------------
004010* 4000 SERIES - HISTORY BROWSE FOR ONE CUSTOMER
004020*----------------------------------------------------------------
004030 4000-LIST-HISTORY.
004040     DISPLAY "HISTORY FOR CUSTOMER " WS-CUSTOMER-NUMBER
004050         " (DATE-SEQUENCE, OPERATION, NUMBERS, RESULT)"
004060     MOVE ZERO TO WS-SHOWN-COUNT
004070     MOVE "N" TO WS-SCAN-DONE-SWITCH
004080     MOVE WS-CUSTOMER-NUMBER TO TH-CUSTOMER-NUMBER
004090     MOVE ZERO TO TH-TRANS-DATE
004100     MOVE ZERO TO TH-SEQUENCE-NUMBER
004110     START TRANS-HISTORY-FILE
004120         KEY IS NOT LESS THAN TH-KEY
004130         INVALID KEY
004140             MOVE "Y" TO WS-SCAN-DONE-SWITCH
004150     END-START
004160     PERFORM 4100-SHOW-ONE-HISTORY THRU 4100-EXIT
004170         UNTIL SCAN-IS-DONE
004180     IF WS-SHOWN-COUNT = ZERO
004190         DISPLAY "NO HISTORY ON FILE FOR CUSTOMER "
004200             WS-CUSTOMER-NUMBER
004210     ELSE
004220         DISPLAY WS-SHOWN-COUNT " ENTRY(S) SHOWN"
004230     END-IF.
004240 4000-EXIT.
004250     EXIT.
004260
004270 4100-SHOW-ONE-HISTORY.
004280     READ TRANS-HISTORY-FILE NEXT RECORD
004290         AT END
004300             MOVE "Y" TO WS-SCAN-DONE-SWITCH
004310     END-READ
004320     EVALUATE TRUE
004330         WHEN SCAN-IS-DONE
004340             CONTINUE
004350         WHEN WS-HIST-STATUS NOT = "00"
004360             MOVE "Y" TO WS-SCAN-DONE-SWITCH
004370         WHEN TH-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER
004380             MOVE "Y" TO WS-SCAN-DONE-SWITCH
004390         WHEN OTHER
004400             PERFORM 4200-DISPLAY-HISTORY-LINE THRU 4200-EXIT
004410     END-EVALUATE.
004420 4100-EXIT.
004430     EXIT.
004440
004450 4200-DISPLAY-HISTORY-LINE.
004460     MOVE TH-TRANS-DATE TO ID-TRANS-DATE
004470     MOVE TH-SEQUENCE-NUMBER TO ID-SEQUENCE-NUMBER
004480     EVALUATE TH-OPERATION-CODE
004490         WHEN 1
004500             MOVE "ADD     " TO ID-OPERATION
004510         WHEN 2
004520             MOVE "SUBTRACT" TO ID-OPERATION
004530         WHEN 3
004540             MOVE "MULTIPLY" TO ID-OPERATION
004550         WHEN 4
004560             MOVE "DIVIDE  " TO ID-OPERATION
004570         WHEN 5
004580             MOVE "REVERSAL" TO ID-OPERATION
004590         WHEN OTHER
004600             MOVE "UNKNOWN " TO ID-OPERATION
004610     END-EVALUATE
004620     MOVE TH-FIRST-NUMBER TO ID-FIRST-NUMBER
004630     MOVE TH-SECOND-NUMBER TO ID-SECOND-NUMBER
004640     MOVE TH-RESULT TO ID-RESULT
004650     MOVE TH-TRANS-REFERENCE TO ID-TRANS-REFERENCE
004660     DISPLAY INQUIRY-DETAIL-LINE
004670     ADD 1 TO WS-SHOWN-COUNT
004680     IF TH-ENTRY-REVERSED OR TH-REVERSAL-ENTRY
004690         PERFORM 4300-DISPLAY-LINK-LINE THRU 4300-EXIT
004700     END-IF.
004710 4200-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------
004750* The other half of a reversal pair, by date and sequence. The
004760* reversal posted the exact negation of the original's result.
004770*----------------------------------------------------------------
004780 4300-DISPLAY-LINK-LINE.
004790     IF TH-ENTRY-REVERSED
004800         MOVE "REVERSED BY" TO IL-LINK-TEXT
004810     ELSE
004820         MOVE "REVERSAL OF" TO IL-LINK-TEXT
004830     END-IF
004840     MOVE TH-LINKED-DATE TO IL-LINKED-DATE
004850     MOVE TH-LINKED-SEQUENCE TO IL-LINKED-SEQUENCE
004860     DISPLAY INQUIRY-LINK-LINE.
004870 4300-EXIT.
004880     EXIT.
004890
004900*----------------------------------------------------------------
004910* 9000 SERIES - END OF RUN
004920*----------------------------------------------------------------
004930 9000-FINISH-UP.
004940     DISPLAY "Goodbye!"
004950     CLOSE CUSTOMER-MASTER-FILE
004960     CLOSE TRANS-HISTORY-FILE
004970     PERFORM 9900-SIGN-OFF THRU 9900-EXIT.
004980 9000-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------------
005020* The sign-off is logged, and the operator files closed, last.
005030*----------------------------------------------------------------
005040 9900-SIGN-OFF.
005050     IF SO-SIGNED-ON
005060         MOVE "O" TO SO-EVENT
005070         MOVE SO-OPERATOR-ID TO SO-ID-ENTRY
005080         PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT
005090     END-IF
005100     IF SO-FILES-ARE-OPEN
005110         CLOSE SIGN-ON-LOG-FILE
005120         CLOSE OPERATOR-FILE
005130         MOVE "N" TO SO-FILES-OPEN-SWITCH
005140     END-IF.
005150 9900-EXIT.
005160     EXIT.
005170
005180 END PROGRAM HIST-INQ.
