000210* 2026-09-03 DL   - The name columns in the record image
000220*            widened to twenty characters each with the rest
000230*            of the system; the browse shows the full forty.
000240* 2026-10-15 DL   - The session now starts with an operator
000250*            sign-on against the operator master (OPERMAST,
000260*            layout in OPERREC). Any operator may browse, but a
000270*            write-off needs supervisor authority, and the
000280*            supervisor who wrote an entry off is kept on it
000290*            (see REJSUSP). Sign-ons, sign-offs, and refused
000300*            functions go to the sign-on log (SIGNLOG).
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. REJ-MAINT.
000340 AUTHOR. DATA-PROCESSING-TEAM.
000350 INSTALLATION. TRAINING-DEPT.
000360 DATE-WRITTEN. SEPTEMBER 3, 2026.
000370 DATE-COMPILED.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT REJECT-SUSPENSE-FILE ASSIGN TO "REJMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS RS-KEY
000450         FILE STATUS IS WS-REJMAST-STATUS.
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
000590 FD  REJECT-SUSPENSE-FILE.
000600     COPY REJSUSP.
000610
000620 FD  OPERATOR-FILE.
000630     COPY OPERREC.
000640
000650 FD  SIGN-ON-LOG-FILE.
000660     COPY SIGNLOG.
000670
000680 WORKING-STORAGE SECTION.
000690 01  WS-MENU-ENTRY            PIC X(01).
000700 01  WS-CONFIRM-ENTRY         PIC X(01).
000710 01  WS-BATCH-ID-ENTRY        PIC X(08).
000720 01  WS-RECNO-ENTRY           PIC X(10).
000730
000740 01  WS-SWITCHES.
000750     05  WS-SESSION-DONE-SWITCH    PIC X(01) VALUE "N".
000760         88  SESSION-IS-DONE           VALUE "Y".
000770     05  WS-BROWSE-DONE-SWITCH     PIC X(01) VALUE "N".
000780         88  BROWSE-IS-DONE            VALUE "Y".
000790     05  WS-RECORD-FOUND-SWITCH    PIC X(01) VALUE "N".
000800         88  RECORD-WAS-FOUND          VALUE "Y".
000810
000820 01  WS-FILE-STATUSES.
000830     05  WS-REJMAST-STATUS         PIC X(02).
000840         88  REJMAST-FILE-NOT-FOUND   VALUE "35".
000850     05  WS-OPERMAST-STATUS        PIC X(02).
000860         88  OPERMAST-FILE-NOT-FOUND  VALUE "35".
000870     05  WS-SIGNLOG-STATUS         PIC X(02).
000880
000890     COPY SIGNON.
000900
000910 01  WS-RUN-DATE               PIC 9(06).
000920
000930 77  WS-ENTRY-LENGTH           PIC 9(02) COMP VALUE ZERO.
000940 77  WS-MAX-RECNO-DIGITS       PIC 9(02) COMP VALUE 9.
000950 77  WS-SHOWN-COUNT            PIC 9(05) COMP VALUE ZERO.
000960
000970 PROCEDURE DIVISION.
000980
000990 0000-MAINLINE.
001000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001010     IF NOT SESSION-IS-DONE
001020         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001030             UNTIL SESSION-IS-DONE
001040     END-IF
001050     PERFORM 9000-FINISH-UP THRU 9000-EXIT
001060     GOBACK.
001070
001080*----------------------------------------------------------------
001090* 1000 SERIES - START OF RUN
001100*----------------------------------------------------------------
001110 1000-INITIALIZE.
001120     ACCEPT WS-RUN-DATE FROM DATE
001130     OPEN I-O REJECT-SUSPENSE-FILE
001140     IF REJMAST-FILE-NOT-FOUND
001150         DISPLAY "NO REJECT SUSPENSE MASTER ON FILE - NOTHING"
001160         DISPLAY "TO MAINTAIN"
001170         MOVE "Y" TO WS-SESSION-DONE-SWITCH
001180     ELSE
001190         IF WS-REJMAST-STATUS NOT = "00"
001200             DISPLAY "UNABLE TO OPEN REJECT SUSPENSE MASTER,"
001210                 " STATUS " WS-REJMAST-STATUS
001220             MOVE "Y" TO WS-SESSION-DONE-SWITCH
001230         END-IF
001240     END-IF
001250     IF NOT SESSION-IS-DONE
001260         PERFORM 1500-SIGN-ON THRU 1500-EXIT
001270         IF NOT SO-SIGNED-ON
001280             MOVE "Y" TO WS-SESSION-DONE-SWITCH
001290         END-IF
001300     END-IF.
001310 1000-EXIT.
001320     EXIT.
001330
001340*----------------------------------------------------------------
001350* 1500 SERIES - OPERATOR SIGN-ON
001360* No function is offered until an operator signs on against the
001370* operator master (OPERMAST, layout in OPERREC). A wrong PIN
001380* counts against the operator there, and the failure that
001390* reaches the lock threshold (see SIGNON) locks them until a
001400* supervisor unlocks them in OPER-MAINT; a good sign-on clears
001410* the count. Every attempt, the sign-off, and every function
001420* refused for authority go to the sign-on log (SIGNLOG). A
001430* session that cannot open either file cannot identify anyone,
001440* so it is refused.
001450*----------------------------------------------------------------
001460 1500-SIGN-ON.
001470     OPEN I-O OPERATOR-FILE
001480     IF WS-OPERMAST-STATUS NOT = "00"
001490         IF OPERMAST-FILE-NOT-FOUND
001500             DISPLAY "NO OPERATOR MASTER ON FILE - A SUPERVISOR"
001510             DISPLAY "MUST SET UP OPERATORS IN OPER-MAINT FIRST"
001520         ELSE
001530             DISPLAY "UNABLE TO OPEN OPERATOR MASTER, STATUS "
001540                 WS-OPERMAST-STATUS
001550         END-IF
001560     ELSE
001570         OPEN EXTEND SIGN-ON-LOG-FILE
001580         IF WS-SIGNLOG-STATUS NOT = "00"
001590                 AND WS-SIGNLOG-STATUS NOT = "05"
001600             OPEN OUTPUT SIGN-ON-LOG-FILE
001610         END-IF
001620         IF WS-SIGNLOG-STATUS = "00" OR WS-SIGNLOG-STATUS = "05"
001630             MOVE "Y" TO SO-FILES-OPEN-SWITCH
001640         ELSE
001650             DISPLAY "UNABLE TO OPEN SIGN-ON LOG, STATUS "
001660                 WS-SIGNLOG-STATUS
001670             CLOSE OPERATOR-FILE
001680         END-IF
001690     END-IF
001700     IF SO-FILES-ARE-OPEN
001710         PERFORM 1510-SIGN-ON-ATTEMPT THRU 1510-EXIT
001720             UNTIL SO-SIGNED-ON OR SO-SIGN-ON-ABANDONED
001730     END-IF
001740     IF NOT SO-SIGNED-ON
001750         DISPLAY "NOT SIGNED ON - SESSION ENDED"
001760     END-IF.
001770 1500-EXIT.
001780     EXIT.
001790
001800 1510-SIGN-ON-ATTEMPT.
001810     ADD 1 TO SO-ATTEMPT-COUNT
001820     DISPLAY "Operator ID (blank to quit):"
001830     MOVE SPACES TO SO-ID-ENTRY
001840     ACCEPT SO-ID-ENTRY
001850     IF SO-ID-ENTRY = SPACES
001860         MOVE "Y" TO SO-ABANDON-SWITCH
001870     ELSE
001880         DISPLAY "PIN:"
001890         MOVE SPACES TO SO-PIN-ENTRY
001900         ACCEPT SO-PIN-ENTRY
001910         PERFORM 1520-CHECK-OPERATOR THRU 1520-EXIT
001920         PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT
001930         IF NOT SO-SIGNED-ON
001940                 AND SO-ATTEMPT-COUNT NOT < SO-MAX-ATTEMPTS
001950             DISPLAY "TOO MANY SIGN-ON ATTEMPTS"
001960             MOVE "Y" TO SO-ABANDON-SWITCH
001970         END-IF
001980     END-IF.
001990 1510-EXIT.
002000     EXIT.
002010
002020*----------------------------------------------------------------
002030* The PIN is checked before anything else about the operator, and
002040* an ID not on file, a wrong PIN, and a wrong PIN against a locked
002050* or inactive operator all get the same message, so the terminal
002060* does not confirm which IDs exist or what state they are in. The
002070* log still records which case it was. Only an operator who keys
002080* the right PIN is told they are locked or not active.
002090*----------------------------------------------------------------
002100 1520-CHECK-OPERATOR.
002110     MOVE SO-ID-ENTRY TO OP-OPERATOR-ID
002120     MOVE "U" TO SO-EVENT
002130     READ OPERATOR-FILE
002140         INVALID KEY
002150             CONTINUE
002160         NOT INVALID KEY
002170             MOVE SPACE TO SO-EVENT
002180     END-READ
002190     EVALUATE TRUE
002200         WHEN SO-EVENT = "U"
002210             DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
002220         WHEN OP-PIN NOT = SO-PIN-ENTRY
002230             EVALUATE TRUE
002240                 WHEN OP-IS-LOCKED
002250                     MOVE "K" TO SO-EVENT
002260                     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
002270                 WHEN NOT OP-ACTIVE
002280                     MOVE "I" TO SO-EVENT
002290                     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
002300                 WHEN OTHER
002310                     PERFORM 1530-COUNT-FAILED-SIGN-ON
002320                         THRU 1530-EXIT
002330             END-EVALUATE
002340         WHEN OP-IS-LOCKED
002350             MOVE "K" TO SO-EVENT
002360             DISPLAY "OPERATOR " OP-OPERATOR-ID
002370                 " IS LOCKED - SEE A SUPERVISOR"
002380         WHEN NOT OP-ACTIVE
002390             MOVE "I" TO SO-EVENT
002400             DISPLAY "OPERATOR " OP-OPERATOR-ID
002410                 " IS NOT ACTIVE - SEE A SUPERVISOR"
002420         WHEN OTHER
002430             MOVE "S" TO SO-EVENT
002440             MOVE ZERO TO OP-FAILED-SIGN-ONS
002450             MOVE WS-RUN-DATE TO OP-LAST-SIGN-ON-DATE
002460             ACCEPT OP-LAST-SIGN-ON-TIME FROM TIME
002470             PERFORM 1535-REWRITE-OPERATOR THRU 1535-EXIT
002480             MOVE "Y" TO SO-SIGNED-ON-SWITCH
002490             MOVE OP-OPERATOR-ID TO SO-OPERATOR-ID
002500             MOVE OP-AUTHORITY-LEVEL TO SO-OPERATOR-LEVEL
002510             DISPLAY "SIGNED ON: " OP-OPERATOR-ID " "
002520                 OP-OPERATOR-NAME
002530     END-EVALUATE.
002540 1520-EXIT.
002550     EXIT.
002560
002570 1530-COUNT-FAILED-SIGN-ON.
002580     ADD 1 TO OP-FAILED-SIGN-ONS
002590     IF OP-FAILED-SIGN-ONS NOT < SO-LOCK-THRESHOLD
002600         MOVE "Y" TO OP-LOCKED-FLAG
002610         MOVE "L" TO SO-EVENT
002620     ELSE
002630         MOVE "F" TO SO-EVENT
002640     END-IF
002650     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
002660     PERFORM 1535-REWRITE-OPERATOR THRU 1535-EXIT.
002670 1530-EXIT.
002680     EXIT.
002690
002700 1535-REWRITE-OPERATOR.
002710     REWRITE OPERATOR-RECORD
002720         INVALID KEY
002730             CONTINUE
002740     END-REWRITE
002750     IF WS-OPERMAST-STATUS NOT = "00"
002760         DISPLAY "UNABLE TO UPDATE OPERATOR MASTER, STATUS "
002770             WS-OPERMAST-STATUS
002780     END-IF.
002790 1535-EXIT.
002800     EXIT.
002810
002820 1540-LOG-SIGN-ON-EVENT.
002830     MOVE SPACES TO SIGN-ON-LOG-RECORD
002840     MOVE WS-RUN-DATE TO SL-DATE
002850     ACCEPT SL-TIME FROM TIME
002860     MOVE SO-ID-ENTRY TO SL-OPERATOR-ID
002870     MOVE "REJ-MAINT" TO SL-PROGRAM-NAME
002880     MOVE SO-EVENT TO SL-EVENT
002890     MOVE SO-SUBJECT-ID TO SL-SUBJECT-ID
002900     MOVE SO-FUNCTION-NAME TO SL-DETAIL
002910     WRITE SIGN-ON-LOG-RECORD
002920     IF WS-SIGNLOG-STATUS NOT = "00"
002930         DISPLAY "UNABLE TO WRITE SIGN-ON LOG, STATUS "
002940             WS-SIGNLOG-STATUS
002950     END-IF
002960     MOVE SPACES TO SO-SUBJECT-ID
002970     MOVE SPACES TO SO-FUNCTION-NAME.
002980 1540-EXIT.
002990     EXIT.
003000
003010*----------------------------------------------------------------
003020* A function the operator's level does not allow is refused and
003030* logged. The caller names the function and the level it needs.
003040*----------------------------------------------------------------
003050 1560-REFUSE-FUNCTION.
003060     DISPLAY "FUNCTION REFUSED - AUTHORITY NEEDED: "
003070         SO-LEVEL-NEEDED
003080     MOVE "R" TO SO-EVENT
003090     MOVE SO-OPERATOR-ID TO SO-ID-ENTRY
003100     PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT.
003110 1560-EXIT.
003120     EXIT.
003130
003140*----------------------------------------------------------------
003150* 2000 SERIES - MENU CONTROL
003160*----------------------------------------------------------------
003170 2000-PROCESS-MENU.
003180     DISPLAY " "
003190     DISPLAY "REJECT SUSPENSE MAINTENANCE"
003200     DISPLAY "  B - BROWSE OUTSTANDING REJECTS"
003210     DISPLAY "  W - WRITE OFF A REJECT"
003220     DISPLAY "  X - EXIT"
003230     DISPLAY "Select function:"
003240     ACCEPT WS-MENU-ENTRY
003250     EVALUATE WS-MENU-ENTRY
003260         WHEN "B"
003270         WHEN "b"
003280             PERFORM 3000-BROWSE-OUTSTANDING THRU 3000-EXIT
003290         WHEN "W"
003300         WHEN "w"
003310             IF SO-IS-SUPERVISOR
003320                 PERFORM 4000-WRITE-OFF-REJECT THRU 4000-EXIT
003330             ELSE
003340                 MOVE "WRITE OFF A REJECT" TO SO-FUNCTION-NAME
003350                 MOVE "SUPERVISOR" TO SO-LEVEL-NEEDED
003360                 PERFORM 1560-REFUSE-FUNCTION THRU 1560-EXIT
003370             END-IF
003380         WHEN "X"
003390         WHEN "x"
003400             MOVE "Y" TO WS-SESSION-DONE-SWITCH
003410         WHEN OTHER
003420             DISPLAY "Please enter B, W, or X."
003430     END-EVALUATE.
003440 2000-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------------
003480* 3000 SERIES - BROWSE THE OUTSTANDING ITEMS
003490*----------------------------------------------------------------
003500 3000-BROWSE-OUTSTANDING.
003510     MOVE "N" TO WS-BROWSE-DONE-SWITCH
003520     MOVE ZERO TO WS-SHOWN-COUNT
003530     MOVE SPACES TO RS-BATCH-ID
003540     MOVE ZERO TO RS-RECORD-NUMBER
003550     START REJECT-SUSPENSE-FILE
003560         KEY IS NOT LESS THAN RS-KEY
003570         INVALID KEY
003580             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
003590     END-START
003600     PERFORM 3100-BROWSE-ONE-REJECT THRU 3100-EXIT
003610         UNTIL BROWSE-IS-DONE
003620     IF WS-SHOWN-COUNT = ZERO
003630         DISPLAY "NO OUTSTANDING REJECTS ON FILE."
003640     ELSE
003650         DISPLAY WS-SHOWN-COUNT " OUTSTANDING REJECT(S) SHOWN"
003660     END-IF.
003670 3000-EXIT.
003680     EXIT.
003690
003700 3100-BROWSE-ONE-REJECT.
003710     READ REJECT-SUSPENSE-FILE NEXT RECORD
003720         AT END
003730             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
003740     END-READ
003750     IF NOT BROWSE-IS-DONE
003760         IF WS-REJMAST-STATUS = "00" OR
003770                 WS-REJMAST-STATUS = "02"
003780             IF RS-OUTSTANDING
003790                 DISPLAY "BATCH " RS-BATCH-ID
003800                     " RECORD " RS-RECORD-NUMBER
003810                     " REASON " RS-REASON-CODE
003820                     " REJECTED " RS-DATE-REJECTED
003830                     " NAME " RS-BATCH-IMAGE (1:40)
003840                 ADD 1 TO WS-SHOWN-COUNT
003850             END-IF
003860         ELSE
003870             DISPLAY "READ ERROR ON SUSPENSE MASTER, STATUS "
003880                 WS-REJMAST-STATUS
003890             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
003900         END-IF
003910     END-IF.
003920 3100-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------------
003960* 4000 SERIES - WRITE OFF
003970* A write-off is the operator saying "this one will never be
003980* repaired, and that is accepted": the entry stays on file
003990* with status W, the date of the decision, and the supervisor
004000* who made it.
004010*----------------------------------------------------------------
004020 4000-WRITE-OFF-REJECT.
004030     PERFORM 7000-FETCH-BY-KEY THRU 7000-EXIT
004040     IF RECORD-WAS-FOUND
004050         DISPLAY "ON FILE: BATCH " RS-BATCH-ID
004060             " RECORD " RS-RECORD-NUMBER
004070             " REASON " RS-REASON-CODE
004080             " STATUS " RS-STATUS
004090         EVALUATE TRUE
004100             WHEN RS-REPAIRED
004110                 DISPLAY "THIS REJECT IS ALREADY REPAIRED -"
004120                     " NOTHING TO WRITE OFF."
004130             WHEN RS-WRITTEN-OFF
004140                 DISPLAY "THIS REJECT IS ALREADY WRITTEN OFF."
004150             WHEN OTHER
004160                 DISPLAY "Write this reject off? (Y/N)"
004170                 ACCEPT WS-CONFIRM-ENTRY
004180                 IF WS-CONFIRM-ENTRY = "Y" OR
004190                         WS-CONFIRM-ENTRY = "y"
004200                     MOVE "W" TO RS-STATUS
004210                     MOVE WS-RUN-DATE TO RS-STATUS-DATE
004220                     MOVE SO-OPERATOR-ID TO RS-OPERATOR-ID
004230                     REWRITE REJECT-SUSPENSE-RECORD
004240                         INVALID KEY
004250                             DISPLAY "UNABLE TO REWRITE ENTRY,"
004260                                 " STATUS " WS-REJMAST-STATUS
004270                     END-REWRITE
004280                     IF WS-REJMAST-STATUS = "00"
004290                         DISPLAY "REJECT WRITTEN OFF."
004300                     END-IF
004310                 ELSE
004320                     DISPLAY "WRITE-OFF CANCELLED - ENTRY LEFT"
004330                         " OUTSTANDING."
004340                 END-IF
004350         END-EVALUATE
004360     END-IF.
004370 4000-EXIT.
004380     EXIT.
004390
004400*----------------------------------------------------------------
004410* 7000 SERIES - COMMON LOOKUP
004420*----------------------------------------------------------------
004430 7000-FETCH-BY-KEY.
004440     MOVE "N" TO WS-RECORD-FOUND-SWITCH
004450     DISPLAY "Enter the batch ID:"
004460     MOVE SPACES TO WS-BATCH-ID-ENTRY
004470     ACCEPT WS-BATCH-ID-ENTRY
004480     DISPLAY "Enter the record number:"
004490     MOVE SPACES TO WS-RECNO-ENTRY
004500     ACCEPT WS-RECNO-ENTRY
004510     MOVE ZERO TO WS-ENTRY-LENGTH
004520     INSPECT WS-RECNO-ENTRY TALLYING WS-ENTRY-LENGTH
004530         FOR CHARACTERS BEFORE INITIAL SPACE
004540     IF WS-BATCH-ID-ENTRY NOT = SPACES
004550             AND WS-ENTRY-LENGTH > ZERO
004560             AND WS-ENTRY-LENGTH NOT > WS-MAX-RECNO-DIGITS
004570             AND WS-RECNO-ENTRY (1:WS-ENTRY-LENGTH) IS NUMERIC
004580         MOVE WS-BATCH-ID-ENTRY TO RS-BATCH-ID
004590         MOVE WS-RECNO-ENTRY (1:WS-ENTRY-LENGTH)
004600             TO RS-RECORD-NUMBER
004610         READ REJECT-SUSPENSE-FILE
004620             INVALID KEY
004630                 DISPLAY "NO REJECT ON FILE FOR BATCH "
004640                     WS-BATCH-ID-ENTRY " RECORD "
004650                     WS-RECNO-ENTRY
004660             NOT INVALID KEY
004670                 MOVE "Y" TO WS-RECORD-FOUND-SWITCH
004680         END-READ
004690     ELSE
004700         DISPLAY "THAT IS NOT A BATCH ID AND RECORD NUMBER."
004710     END-IF.
004720 7000-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------------
004760* 9000 SERIES - END OF RUN
004770*----------------------------------------------------------------
004780 9000-FINISH-UP.
004790     DISPLAY "Goodbye!"
004800     CLOSE REJECT-SUSPENSE-FILE
004810     PERFORM 9900-SIGN-OFF THRU 9900-EXIT.
004820 9000-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------------
004860* The sign-off is logged, and the operator files closed, last.
004870*----------------------------------------------------------------
004880 9900-SIGN-OFF.
004890     IF SO-SIGNED-ON
004900         MOVE "O" TO SO-EVENT
004910         MOVE SO-OPERATOR-ID TO SO-ID-ENTRY
004920         PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT
004930     END-IF
004940     IF SO-FILES-ARE-OPEN
004950         CLOSE SIGN-ON-LOG-FILE
004960         CLOSE OPERATOR-FILE
004970         MOVE "N" TO SO-FILES-OPEN-SWITCH
004980     END-IF.
004990 9900-EXIT.
005000     EXIT.
005010
005020 END PROGRAM REJ-MAINT.
