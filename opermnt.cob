000010*****************************************************************
000020*Date October 15, 2026
000030*Purpose: Operator master maintenance
000040*Tectonics: cobc
000050*----------------------------------------------------------------
000060*Modification History:
000070* 2026-10-15 DL   - Initial version. The terminal programs now
000080*            require every operator to sign on with an ID and
000090*            PIN held on the operator master (OPERMAST, layout
000100*            in OPERREC), and check the operator's authority
000110*            level before each function. This program is where
000120*            a supervisor browses the operators, adds one,
000130*            resets a forgotten PIN, unlocks an operator locked
000140*            by failed sign-ons, and changes an operator's name,
000150*            level, or status. Only a supervisor may use it, and
000160*            no supervisor may change their own level or status,
000170*            so the last supervisor cannot be removed by
000180*            accident. On an installation with no operators yet
000190*            the master is created and the first operator set up
000200*            as a supervisor, who must then sign on. Every
000210*            change is written to the sign-on log (SIGNLOG).
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. OPER-MAINT.
000250 AUTHOR. DATA-PROCESSING-TEAM.
000260 INSTALLATION. TRAINING-DEPT.
000270 DATE-WRITTEN. OCTOBER 15, 2026.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS OP-OPERATOR-ID
000360         FILE STATUS IS WS-OPERMAST-STATUS.
000370
000380     SELECT SIGN-ON-LOG-FILE ASSIGN TO "SIGNLOG"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SIGNLOG-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  OPERATOR-FILE.
000450     COPY OPERREC.
000460
000470 FD  SIGN-ON-LOG-FILE.
000480     COPY SIGNLOG.
000490
000500 WORKING-STORAGE SECTION.
000510 01  WS-MENU-ENTRY            PIC X(01).
000520 01  WS-CONFIRM-ENTRY         PIC X(01).
000530 01  WS-ID-ENTRY              PIC X(10).
000540 01  WS-NAME-ENTRY            PIC X(30).
000550 01  WS-LEVEL-ENTRY           PIC X(01).
000560 01  WS-STATUS-ENTRY          PIC X(01).
000570 01  WS-PIN-ENTRY             PIC X(10).
000580 01  WS-PIN-CONFIRM           PIC X(10).
000590
000600 01  WS-SWITCHES.
000610     05  WS-SESSION-DONE-SWITCH    PIC X(01) VALUE "N".
000620         88  SESSION-IS-DONE           VALUE "Y".
000630     05  WS-BROWSE-DONE-SWITCH     PIC X(01) VALUE "N".
000640         88  BROWSE-IS-DONE            VALUE "Y".
000650     05  WS-RECORD-FOUND-SWITCH    PIC X(01) VALUE "N".
000660         88  RECORD-WAS-FOUND          VALUE "Y".
000670     05  WS-MASTER-EMPTY-SWITCH    PIC X(01) VALUE "N".
000680         88  MASTER-IS-EMPTY           VALUE "Y".
000690     05  WS-FIRST-SUPER-SWITCH     PIC X(01) VALUE "N".
000700         88  ADDING-FIRST-SUPERVISOR   VALUE "Y".
000710     05  WS-OPERATOR-ADDED-SWITCH  PIC X(01) VALUE "N".
000720         88  OPERATOR-WAS-ADDED        VALUE "Y".
000730     05  WS-ENTRY-VALID-SWITCH     PIC X(01) VALUE "N".
000740         88  ENTRY-IS-VALID            VALUE "Y".
000750     05  WS-PIN-VALID-SWITCH       PIC X(01) VALUE "N".
000760         88  PIN-IS-VALID              VALUE "Y".
000770
000780 01  WS-FILE-STATUSES.
000790     05  WS-OPERMAST-STATUS        PIC X(02).
000800         88  OPERMAST-FILE-NOT-FOUND  VALUE "35".
000810     05  WS-SIGNLOG-STATUS         PIC X(02).
000820
000830 01  WS-RUN-DATE               PIC 9(06).
000840
000850     COPY SIGNON.
000860
000870 77  WS-ENTRY-LENGTH           PIC 9(02) COMP VALUE ZERO.
000880 77  WS-MAX-ID-LENGTH          PIC 9(02) COMP VALUE 8.
000890 77  WS-MIN-PIN-DIGITS         PIC 9(02) COMP VALUE 4.
000900 77  WS-MAX-PIN-DIGITS         PIC 9(02) COMP VALUE 8.
000910 77  WS-SHOWN-COUNT            PIC 9(05) COMP VALUE ZERO.
000920
000930 PROCEDURE DIVISION.
000940
000950 0000-MAINLINE.
000960     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000970     IF NOT SESSION-IS-DONE
000980         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000990             UNTIL SESSION-IS-DONE
001000     END-IF
001010     PERFORM 9000-FINISH-UP THRU 9000-EXIT
001020     GOBACK.
001030
001040*----------------------------------------------------------------
001050* 1000 SERIES - START OF RUN
001060* The master is created if it does not exist. With no operator
001070* on file nobody could sign on to add one, so the first operator
001080* is set up here as a supervisor; that supervisor must then sign
001090* on like anyone else. Past that point only a signed-on
001100* supervisor gets the menu.
001110*----------------------------------------------------------------
001120 1000-INITIALIZE.
001130     ACCEPT WS-RUN-DATE FROM DATE
001140     PERFORM 1100-CHECK-FOR-OPERATORS THRU 1100-EXIT
001150     IF NOT SESSION-IS-DONE AND MASTER-IS-EMPTY
001160         PERFORM 1200-SET-UP-FIRST-SUPERVISOR THRU 1200-EXIT
001170     END-IF
001180     IF NOT SESSION-IS-DONE
001190         PERFORM 1500-SIGN-ON THRU 1500-EXIT
001200         IF NOT SO-SIGNED-ON
001210             MOVE "Y" TO WS-SESSION-DONE-SWITCH
001220         ELSE
001230             IF NOT SO-IS-SUPERVISOR
001240                 MOVE "OPERATOR MAINTENANCE" TO SO-FUNCTION-NAME
001250                 MOVE "SUPERVISOR" TO SO-LEVEL-NEEDED
001260                 PERFORM 1560-REFUSE-FUNCTION THRU 1560-EXIT
001270                 MOVE "Y" TO WS-SESSION-DONE-SWITCH
001280             END-IF
001290         END-IF
001300     END-IF.
001310 1000-EXIT.
001320     EXIT.
001330
001340 1100-CHECK-FOR-OPERATORS.
001350     OPEN INPUT OPERATOR-FILE
001360     IF OPERMAST-FILE-NOT-FOUND
001370         OPEN OUTPUT OPERATOR-FILE
001380         IF WS-OPERMAST-STATUS = "00"
001390             CLOSE OPERATOR-FILE
001400             MOVE "Y" TO WS-MASTER-EMPTY-SWITCH
001410         ELSE
001420             DISPLAY "UNABLE TO CREATE OPERATOR MASTER, STATUS "
001430                 WS-OPERMAST-STATUS
001440             MOVE "Y" TO WS-SESSION-DONE-SWITCH
001450         END-IF
001460     ELSE
001470         IF WS-OPERMAST-STATUS NOT = "00"
001480             DISPLAY "UNABLE TO OPEN OPERATOR MASTER, STATUS "
001490                 WS-OPERMAST-STATUS
001500             MOVE "Y" TO WS-SESSION-DONE-SWITCH
001510         ELSE
001520             READ OPERATOR-FILE NEXT RECORD
001530                 AT END
001540                     MOVE "Y" TO WS-MASTER-EMPTY-SWITCH
001550             END-READ
001560             CLOSE OPERATOR-FILE
001570         END-IF
001580     END-IF.
001590 1100-EXIT.
001600     EXIT.
001610
001620 1200-SET-UP-FIRST-SUPERVISOR.
001630     DISPLAY "NO OPERATORS ON FILE - THE OPERATOR ADDED NOW WILL"
001640     DISPLAY "BE A SUPERVISOR, AND MUST THEN SIGN ON."
001650     OPEN I-O OPERATOR-FILE
001660     IF WS-OPERMAST-STATUS = "00"
001670         OPEN EXTEND SIGN-ON-LOG-FILE
001680         IF WS-SIGNLOG-STATUS NOT = "00"
001690                 AND WS-SIGNLOG-STATUS NOT = "05"
001700             OPEN OUTPUT SIGN-ON-LOG-FILE
001710         END-IF
001720         IF WS-SIGNLOG-STATUS = "00" OR WS-SIGNLOG-STATUS = "05"
001730             MOVE "Y" TO WS-FIRST-SUPER-SWITCH
001740             PERFORM 4000-ADD-OPERATOR THRU 4000-EXIT
001750             MOVE "N" TO WS-FIRST-SUPER-SWITCH
001760             CLOSE SIGN-ON-LOG-FILE
001770         ELSE
001780             DISPLAY "UNABLE TO OPEN SIGN-ON LOG, STATUS "
001790                 WS-SIGNLOG-STATUS
001800         END-IF
001810         CLOSE OPERATOR-FILE
001820     ELSE
001830         DISPLAY "UNABLE TO OPEN OPERATOR MASTER, STATUS "
001840             WS-OPERMAST-STATUS
001850     END-IF
001860     IF NOT OPERATOR-WAS-ADDED
001870         DISPLAY "NO SUPERVISOR SET UP - SESSION ENDED"
001880         MOVE "Y" TO WS-SESSION-DONE-SWITCH
001890     END-IF.
001900 1200-EXIT.
001910     EXIT.
001920
001930*----------------------------------------------------------------
001940* 1500 SERIES - OPERATOR SIGN-ON
001950* No function is offered until an operator signs on against the
001960* operator master (OPERMAST, layout in OPERREC). A wrong PIN
001970* counts against the operator there, and the failure that
001980* reaches the lock threshold (see SIGNON) locks them until a
001990* supervisor unlocks them in OPER-MAINT; a good sign-on clears
002000* the count. Every attempt, the sign-off, and every function
002010* refused for authority go to the sign-on log (SIGNLOG). A
002020* session that cannot open either file cannot identify anyone,
002030* so it is refused.
002040*----------------------------------------------------------------
002050 1500-SIGN-ON.
002060     OPEN I-O OPERATOR-FILE
002070     IF WS-OPERMAST-STATUS NOT = "00"
002080         IF OPERMAST-FILE-NOT-FOUND
002090             DISPLAY "NO OPERATOR MASTER ON FILE - A SUPERVISOR"
002100             DISPLAY "MUST SET UP OPERATORS IN OPER-MAINT FIRST"
002110         ELSE
002120             DISPLAY "UNABLE TO OPEN OPERATOR MASTER, STATUS "
002130                 WS-OPERMAST-STATUS
002140         END-IF
002150     ELSE
002160         OPEN EXTEND SIGN-ON-LOG-FILE
002170         IF WS-SIGNLOG-STATUS NOT = "00"
002180                 AND WS-SIGNLOG-STATUS NOT = "05"
002190             OPEN OUTPUT SIGN-ON-LOG-FILE
002200         END-IF
002210         IF WS-SIGNLOG-STATUS = "00" OR WS-SIGNLOG-STATUS = "05"
002220             MOVE "Y" TO SO-FILES-OPEN-SWITCH
002230         ELSE
002240             DISPLAY "UNABLE TO OPEN SIGN-ON LOG, STATUS "
002250                 WS-SIGNLOG-STATUS
002260             CLOSE OPERATOR-FILE
002270         END-IF
002280     END-IF
002290     IF SO-FILES-ARE-OPEN
002300         PERFORM 1510-SIGN-ON-ATTEMPT THRU 1510-EXIT
002310             UNTIL SO-SIGNED-ON OR SO-SIGN-ON-ABANDONED
002320     END-IF
002330     IF NOT SO-SIGNED-ON
002340         DISPLAY "NOT SIGNED ON - SESSION ENDED"
002350     END-IF.
002360 1500-EXIT.
002370     EXIT.
002380
002390 1510-SIGN-ON-ATTEMPT.
002400     ADD 1 TO SO-ATTEMPT-COUNT
002410     DISPLAY "Operator ID (blank to quit):"
002420     MOVE SPACES TO SO-ID-ENTRY
002430     ACCEPT SO-ID-ENTRY
002440     IF SO-ID-ENTRY = SPACES
002450         MOVE "Y" TO SO-ABANDON-SWITCH
002460     ELSE
002470         DISPLAY "PIN:"
002480         MOVE SPACES TO SO-PIN-ENTRY
002490         ACCEPT SO-PIN-ENTRY
002500         PERFORM 1520-CHECK-OPERATOR THRU 1520-EXIT
002510         PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT
002520         IF NOT SO-SIGNED-ON
002530                 AND SO-ATTEMPT-COUNT NOT < SO-MAX-ATTEMPTS
002540             DISPLAY "TOO MANY SIGN-ON ATTEMPTS"
002550             MOVE "Y" TO SO-ABANDON-SWITCH
002560         END-IF
002570     END-IF.
002580 1510-EXIT.
002590     EXIT.
002600
002610*----------------------------------------------------------------
002620* The PIN is checked before anything else about the operator, and
002630* an ID not on file, a wrong PIN, and a wrong PIN against a locked
002640* or inactive operator all get the same message, so the terminal
002650* does not confirm which IDs exist or what state they are in. The
002660* log still records which case it was. Only an operator who keys
002670* the right PIN is told they are locked or not active.
002680*----------------------------------------------------------------
002690 1520-CHECK-OPERATOR.
002700     MOVE SO-ID-ENTRY TO OP-OPERATOR-ID
002710     MOVE "U" TO SO-EVENT
002720     READ OPERATOR-FILE
002730         INVALID KEY
002740             CONTINUE
002750         NOT INVALID KEY
002760             MOVE SPACE TO SO-EVENT
002770     END-READ
002780     EVALUATE TRUE
002790         WHEN SO-EVENT = "U"
002800             DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
002810         WHEN OP-PIN NOT = SO-PIN-ENTRY
002820             EVALUATE TRUE
002830                 WHEN OP-IS-LOCKED
002840                     MOVE "K" TO SO-EVENT
002850                     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
002860                 WHEN NOT OP-ACTIVE
002870                     MOVE "I" TO SO-EVENT
002880                     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
002890                 WHEN OTHER
002900                     PERFORM 1530-COUNT-FAILED-SIGN-ON
002910                         THRU 1530-EXIT
002920             END-EVALUATE
002930         WHEN OP-IS-LOCKED
002940             MOVE "K" TO SO-EVENT
002950             DISPLAY "OPERATOR " OP-OPERATOR-ID
002960                 " IS LOCKED - SEE A SUPERVISOR"
002970         WHEN NOT OP-ACTIVE
002980             MOVE "I" TO SO-EVENT
002990             DISPLAY "OPERATOR " OP-OPERATOR-ID
003000                 " IS NOT ACTIVE - SEE A SUPERVISOR"
003010         WHEN OTHER
003020             MOVE "S" TO SO-EVENT
003030             MOVE ZERO TO OP-FAILED-SIGN-ONS
003040             MOVE WS-RUN-DATE TO OP-LAST-SIGN-ON-DATE
003050             ACCEPT OP-LAST-SIGN-ON-TIME FROM TIME
003060             PERFORM 1535-REWRITE-OPERATOR THRU 1535-EXIT
003070             MOVE "Y" TO SO-SIGNED-ON-SWITCH
003080             MOVE OP-OPERATOR-ID TO SO-OPERATOR-ID
003090             MOVE OP-AUTHORITY-LEVEL TO SO-OPERATOR-LEVEL
003100             DISPLAY "SIGNED ON: " OP-OPERATOR-ID " "
003110                 OP-OPERATOR-NAME
003120     END-EVALUATE.
003130 1520-EXIT.
003140     EXIT.
003150
003160 1530-COUNT-FAILED-SIGN-ON.
003170     ADD 1 TO OP-FAILED-SIGN-ONS
003180     IF OP-FAILED-SIGN-ONS NOT < SO-LOCK-THRESHOLD
003190         MOVE "Y" TO OP-LOCKED-FLAG
003200         MOVE "L" TO SO-EVENT
003210     ELSE
003220         MOVE "F" TO SO-EVENT
003230     END-IF
003240     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
003250     PERFORM 1535-REWRITE-OPERATOR THRU 1535-EXIT.
003260 1530-EXIT.
003270     EXIT.
003280
003290 1535-REWRITE-OPERATOR.
003300     REWRITE OPERATOR-RECORD
003310         INVALID KEY
003320             CONTINUE
003330     END-REWRITE
003340     IF WS-OPERMAST-STATUS NOT = "00"
003350         DISPLAY "UNABLE TO UPDATE OPERATOR MASTER, STATUS "
003360             WS-OPERMAST-STATUS
003370     END-IF.
003380 1535-EXIT.
003390     EXIT.
003400
003410 1540-LOG-SIGN-ON-EVENT.
003420     MOVE SPACES TO SIGN-ON-LOG-RECORD
003430     MOVE WS-RUN-DATE TO SL-DATE
003440     ACCEPT SL-TIME FROM TIME
003450     MOVE SO-ID-ENTRY TO SL-OPERATOR-ID
003460     MOVE "OPER-MAINT" TO SL-PROGRAM-NAME
003470     MOVE SO-EVENT TO SL-EVENT
003480     MOVE SO-SUBJECT-ID TO SL-SUBJECT-ID
003490     MOVE SO-FUNCTION-NAME TO SL-DETAIL
003500     WRITE SIGN-ON-LOG-RECORD
003510     IF WS-SIGNLOG-STATUS NOT = "00"
003520         DISPLAY "UNABLE TO WRITE SIGN-ON LOG, STATUS "
003530             WS-SIGNLOG-STATUS
003540     END-IF
003550     MOVE SPACES TO SO-SUBJECT-ID
003560     MOVE SPACES TO SO-FUNCTION-NAME.
003570 1540-EXIT.
003580     EXIT.
003590
003600*----------------------------------------------------------------
003610* A function the operator's level does not allow is refused and
003620* logged. The caller names the function and the level it needs.
003630*----------------------------------------------------------------
003640 1560-REFUSE-FUNCTION.
003650     DISPLAY "FUNCTION REFUSED - AUTHORITY NEEDED: "
003660         SO-LEVEL-NEEDED
003670     MOVE "R" TO SO-EVENT
003680     MOVE SO-OPERATOR-ID TO SO-ID-ENTRY
003690     PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT.
003700 1560-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------
003740* 2000 SERIES - MENU CONTROL
003750*----------------------------------------------------------------
003760 2000-PROCESS-MENU.
003770     DISPLAY " "
003780     DISPLAY "OPERATOR MAINTENANCE"
003790     DISPLAY "  B - BROWSE OPERATORS"
003800     DISPLAY "  A - ADD AN OPERATOR"
003810     DISPLAY "  P - RESET AN OPERATOR'S PIN"
003820     DISPLAY "  U - UNLOCK AN OPERATOR"
003830     DISPLAY "  C - CHANGE NAME, LEVEL, OR STATUS"
003840     DISPLAY "  X - EXIT"
003850     DISPLAY "Select function:"
003860     ACCEPT WS-MENU-ENTRY
003870     EVALUATE WS-MENU-ENTRY
003880         WHEN "B"
003890         WHEN "b"
003900             PERFORM 3000-BROWSE-OPERATORS THRU 3000-EXIT
003910         WHEN "A"
003920         WHEN "a"
003930             PERFORM 4000-ADD-OPERATOR THRU 4000-EXIT
003940         WHEN "P"
003950         WHEN "p"
003960             PERFORM 5000-RESET-PIN THRU 5000-EXIT
003970         WHEN "U"
003980         WHEN "u"
003990             PERFORM 5500-UNLOCK-OPERATOR THRU 5500-EXIT
004000         WHEN "C"
004010         WHEN "c"
004020             PERFORM 6000-CHANGE-OPERATOR THRU 6000-EXIT
004030         WHEN "X"
004040         WHEN "x"
004050             MOVE "Y" TO WS-SESSION-DONE-SWITCH
004060         WHEN OTHER
004070             DISPLAY "Please enter B, A, P, U, C, or X."
004080     END-EVALUATE.
004090 2000-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------
004130* 3000 SERIES - BROWSE
004140* PINs are never shown.
004150*----------------------------------------------------------------
004160 3000-BROWSE-OPERATORS.
004170     MOVE "N" TO WS-BROWSE-DONE-SWITCH
004180     MOVE ZERO TO WS-SHOWN-COUNT
004190     MOVE LOW-VALUES TO OP-OPERATOR-ID
004200     START OPERATOR-FILE
004210         KEY IS NOT LESS THAN OP-OPERATOR-ID
004220         INVALID KEY
004230             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
004240     END-START
004250     PERFORM 3100-BROWSE-ONE-OPERATOR THRU 3100-EXIT
004260         UNTIL BROWSE-IS-DONE
004270     DISPLAY WS-SHOWN-COUNT " OPERATOR(S) ON FILE".
004280 3000-EXIT.
004290     EXIT.
004300
004310 3100-BROWSE-ONE-OPERATOR.
004320     READ OPERATOR-FILE NEXT RECORD
004330         AT END
004340             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
004350     END-READ
004360     IF NOT BROWSE-IS-DONE
004370         IF WS-OPERMAST-STATUS = "00"
004380             DISPLAY "OPERATOR: " OP-OPERATOR-ID
004390                 "  NAME: " OP-OPERATOR-NAME
004400             DISPLAY "    LEVEL: " OP-AUTHORITY-LEVEL
004410                 "  STATUS: " OP-STATUS
004420                 "  LOCKED: " OP-LOCKED-FLAG
004430                 "  FAILED SIGN-ONS: " OP-FAILED-SIGN-ONS
004440                 "  LAST SIGN-ON: " OP-LAST-SIGN-ON-DATE
004450             ADD 1 TO WS-SHOWN-COUNT
004460         ELSE
004470             DISPLAY "READ ERROR ON OPERATOR MASTER, STATUS "
004480                 WS-OPERMAST-STATUS
004490             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
004500         END-IF
004510     END-IF.
004520 3100-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------------
004560* 4000 SERIES - ADD AN OPERATOR
004570* The ID must be new, and BATCH is reserved for batch runs. The
004580* PIN is keyed twice. A new operator starts active and unlocked.
004590*----------------------------------------------------------------
004600 4000-ADD-OPERATOR.
004610     MOVE "N" TO WS-OPERATOR-ADDED-SWITCH
004620     MOVE "N" TO WS-ENTRY-VALID-SWITCH
004630     DISPLAY "New operator ID (up to 8 characters):"
004640     MOVE SPACES TO WS-ID-ENTRY
004650     ACCEPT WS-ID-ENTRY
004660     EVALUATE TRUE
004670         WHEN WS-ID-ENTRY = SPACES
004680             DISPLAY "NO ID ENTERED - NOTHING ADDED."
004690         WHEN WS-ID-ENTRY (WS-MAX-ID-LENGTH + 1:) NOT = SPACES
004700             DISPLAY "AN OPERATOR ID IS AT MOST 8 CHARACTERS -"
004710                 " NOTHING ADDED."
004720         WHEN WS-ID-ENTRY = "BATCH"
004730             DISPLAY "BATCH IS RESERVED FOR BATCH RUNS -"
004740                 " NOTHING ADDED."
004750         WHEN OTHER
004760             MOVE WS-ID-ENTRY TO OP-OPERATOR-ID
004770             READ OPERATOR-FILE
004780                 INVALID KEY
004790                     MOVE "Y" TO WS-ENTRY-VALID-SWITCH
004800                 NOT INVALID KEY
004810                     DISPLAY "OPERATOR " OP-OPERATOR-ID
004820                         " IS ALREADY ON FILE - NOTHING ADDED."
004830             END-READ
004840     END-EVALUATE
004850     IF ENTRY-IS-VALID
004860         PERFORM 4100-ENTER-NAME-AND-LEVEL THRU 4100-EXIT
004870     END-IF
004880     IF ENTRY-IS-VALID
004890         PERFORM 4200-ENTER-NEW-PIN THRU 4200-EXIT
004900         IF NOT PIN-IS-VALID
004910             DISPLAY "NOTHING ADDED."
004920             MOVE "N" TO WS-ENTRY-VALID-SWITCH
004930         END-IF
004940     END-IF
004950     IF ENTRY-IS-VALID
004960         PERFORM 4300-WRITE-OPERATOR THRU 4300-EXIT
004970     END-IF.
004980 4000-EXIT.
004990     EXIT.
005000
005010 4100-ENTER-NAME-AND-LEVEL.
005020     DISPLAY "Operator's name:"
005030     MOVE SPACES TO WS-NAME-ENTRY
005040     ACCEPT WS-NAME-ENTRY
005050     IF WS-NAME-ENTRY = SPACES
005060         DISPLAY "NO NAME ENTERED - NOTHING ADDED."
005070         MOVE "N" TO WS-ENTRY-VALID-SWITCH
005080     ELSE
005090         IF ADDING-FIRST-SUPERVISOR
005100             MOVE "S" TO WS-LEVEL-ENTRY
005110         ELSE
005120             DISPLAY "Authority level (E = entry,"
005130                 " M = maintenance, S = supervisor):"
005140             MOVE SPACE TO WS-LEVEL-ENTRY
005150             ACCEPT WS-LEVEL-ENTRY
005160             MOVE WS-LEVEL-ENTRY TO OP-AUTHORITY-LEVEL
005170             IF NOT OP-LEVEL-IS-VALID
005180                 DISPLAY "THAT IS NOT A LEVEL - NOTHING ADDED."
005190                 MOVE "N" TO WS-ENTRY-VALID-SWITCH
005200             END-IF
005210         END-IF
005220     END-IF.
005230 4100-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------------
005270* A PIN is 4 to 8 digits, keyed twice the same. Used by add and
005280* by PIN reset.
005290*----------------------------------------------------------------
005300 4200-ENTER-NEW-PIN.
005310     MOVE "N" TO WS-PIN-VALID-SWITCH
005320     DISPLAY "New PIN (4 to 8 digits):"
005330     MOVE SPACES TO WS-PIN-ENTRY
005340     ACCEPT WS-PIN-ENTRY
005350     MOVE ZERO TO WS-ENTRY-LENGTH
005360     INSPECT WS-PIN-ENTRY TALLYING WS-ENTRY-LENGTH
005370         FOR CHARACTERS BEFORE INITIAL SPACE
005380     IF WS-ENTRY-LENGTH NOT < WS-MIN-PIN-DIGITS
005390             AND WS-ENTRY-LENGTH NOT > WS-MAX-PIN-DIGITS
005400             AND WS-PIN-ENTRY (1:WS-ENTRY-LENGTH) IS NUMERIC
005410             AND WS-PIN-ENTRY (WS-ENTRY-LENGTH + 1:) = SPACES
005420         DISPLAY "Key the PIN again:"
005430         MOVE SPACES TO WS-PIN-CONFIRM
005440         ACCEPT WS-PIN-CONFIRM
005450         IF WS-PIN-CONFIRM = WS-PIN-ENTRY
005460             MOVE "Y" TO WS-PIN-VALID-SWITCH
005470         ELSE
005480             DISPLAY "THE TWO PINS DO NOT MATCH."
005490         END-IF
005500     ELSE
005510         DISPLAY "A PIN IS 4 TO 8 DIGITS."
005520     END-IF.
005530 4200-EXIT.
005540     EXIT.
005550
005560 4300-WRITE-OPERATOR.
005570     MOVE SPACES TO OPERATOR-RECORD
005580     MOVE WS-ID-ENTRY TO OP-OPERATOR-ID
005590     MOVE WS-NAME-ENTRY TO OP-OPERATOR-NAME
005600     MOVE WS-PIN-ENTRY TO OP-PIN
005610     MOVE WS-LEVEL-ENTRY TO OP-AUTHORITY-LEVEL
005620     MOVE "A" TO OP-STATUS
005630     MOVE "N" TO OP-LOCKED-FLAG
005640     MOVE ZERO TO OP-FAILED-SIGN-ONS
005650     MOVE WS-RUN-DATE TO OP-DATE-ADDED
005660     MOVE WS-RUN-DATE TO OP-PIN-DATE
005670     MOVE ZERO TO OP-LAST-SIGN-ON-DATE
005680     MOVE ZERO TO OP-LAST-SIGN-ON-TIME
005690     WRITE OPERATOR-RECORD
005700         INVALID KEY
005710             DISPLAY "UNABLE TO ADD OPERATOR, STATUS "
005720                 WS-OPERMAST-STATUS
005730         NOT INVALID KEY
005740             MOVE "Y" TO WS-OPERATOR-ADDED-SWITCH
005750             DISPLAY "OPERATOR " OP-OPERATOR-ID " ADDED AT LEVEL "
005760                 OP-AUTHORITY-LEVEL "."
005770             MOVE "A" TO SO-EVENT
005780             STRING "ADDED AT LEVEL " OP-AUTHORITY-LEVEL
005790                 DELIMITED BY SIZE INTO SO-FUNCTION-NAME
005800             PERFORM 8000-LOG-CHANGE THRU 8000-EXIT
005810     END-WRITE.
005820 4300-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------------
005860* 5000 SERIES - PIN RESET AND UNLOCK
005870* A PIN reset also unlocks the operator, since a forgotten PIN
005880* is the usual reason for a lockout.
005890*----------------------------------------------------------------
005900 5000-RESET-PIN.
005910     PERFORM 7000-FETCH-OPERATOR THRU 7000-EXIT
005920     IF RECORD-WAS-FOUND
005930         PERFORM 4200-ENTER-NEW-PIN THRU 4200-EXIT
005940         IF PIN-IS-VALID
005950             MOVE WS-PIN-ENTRY TO OP-PIN
005960             MOVE WS-RUN-DATE TO OP-PIN-DATE
005970             MOVE "N" TO OP-LOCKED-FLAG
005980             MOVE ZERO TO OP-FAILED-SIGN-ONS
005990             MOVE "P" TO SO-EVENT
006000             MOVE "PIN RESET, UNLOCKED" TO SO-FUNCTION-NAME
006010             PERFORM 7500-REWRITE-OPERATOR THRU 7500-EXIT
006020         ELSE
006030             DISPLAY "PIN NOT CHANGED."
006040         END-IF
006050     END-IF.
006060 5000-EXIT.
006070     EXIT.
006080
006090 5500-UNLOCK-OPERATOR.
006100     PERFORM 7000-FETCH-OPERATOR THRU 7000-EXIT
006110     IF RECORD-WAS-FOUND
006120         IF OP-NOT-LOCKED
006130             DISPLAY "OPERATOR " OP-OPERATOR-ID " IS NOT LOCKED."
006140         ELSE
006150             DISPLAY "Unlock this operator? (Y/N)"
006160             ACCEPT WS-CONFIRM-ENTRY
006170             IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
006180                 MOVE "N" TO OP-LOCKED-FLAG
006190                 MOVE ZERO TO OP-FAILED-SIGN-ONS
006200                 MOVE "N" TO SO-EVENT
006210                 MOVE "UNLOCKED" TO SO-FUNCTION-NAME
006220                 PERFORM 7500-REWRITE-OPERATOR THRU 7500-EXIT
006230             ELSE
006240                 DISPLAY "UNLOCK CANCELLED."
006250             END-IF
006260         END-IF
006270     END-IF.
006280 5500-EXIT.
006290     EXIT.
006300
006310*----------------------------------------------------------------
006320* 6000 SERIES - CHANGE NAME, LEVEL, OR STATUS
006330* A blank entry keeps the current value. A supervisor may not
006340* change their own level or status, so at least one active
006350* supervisor always remains.
006360*----------------------------------------------------------------
006370 6000-CHANGE-OPERATOR.
006380     PERFORM 7000-FETCH-OPERATOR THRU 7000-EXIT
006390     IF RECORD-WAS-FOUND
006400         MOVE "Y" TO WS-ENTRY-VALID-SWITCH
006410         DISPLAY "New name (blank to keep):"
006420         MOVE SPACES TO WS-NAME-ENTRY
006430         ACCEPT WS-NAME-ENTRY
006440         DISPLAY "New level E, M, or S (blank to keep):"
006450         MOVE SPACE TO WS-LEVEL-ENTRY
006460         ACCEPT WS-LEVEL-ENTRY
006470         DISPLAY "New status A or I (blank to keep):"
006480         MOVE SPACE TO WS-STATUS-ENTRY
006490         ACCEPT WS-STATUS-ENTRY
006500         PERFORM 6100-CHECK-CHANGES THRU 6100-EXIT
006510         IF ENTRY-IS-VALID
006520             IF WS-NAME-ENTRY NOT = SPACES
006530                 MOVE WS-NAME-ENTRY TO OP-OPERATOR-NAME
006540             END-IF
006550             IF WS-LEVEL-ENTRY NOT = SPACE
006560                 MOVE WS-LEVEL-ENTRY TO OP-AUTHORITY-LEVEL
006570             END-IF
006580             IF WS-STATUS-ENTRY NOT = SPACE
006590                 MOVE WS-STATUS-ENTRY TO OP-STATUS
006600             END-IF
006610             MOVE "C" TO SO-EVENT
006620             STRING "NOW LEVEL " OP-AUTHORITY-LEVEL
006630                 " STATUS " OP-STATUS
006640                 DELIMITED BY SIZE INTO SO-FUNCTION-NAME
006650             PERFORM 7500-REWRITE-OPERATOR THRU 7500-EXIT
006660         END-IF
006670     END-IF.
006680 6000-EXIT.
006690     EXIT.
006700
006710 6100-CHECK-CHANGES.
006720     EVALUATE TRUE
006730         WHEN WS-NAME-ENTRY = SPACES AND WS-LEVEL-ENTRY = SPACE
006740                 AND WS-STATUS-ENTRY = SPACE
006750             DISPLAY "NOTHING CHANGED."
006760             MOVE "N" TO WS-ENTRY-VALID-SWITCH
006770         WHEN WS-LEVEL-ENTRY NOT = SPACE
006780                 AND WS-LEVEL-ENTRY NOT = "E"
006790                 AND WS-LEVEL-ENTRY NOT = "M"
006800                 AND WS-LEVEL-ENTRY NOT = "S"
006810             DISPLAY "THAT IS NOT A LEVEL - NOTHING CHANGED."
006820             MOVE "N" TO WS-ENTRY-VALID-SWITCH
006830         WHEN WS-STATUS-ENTRY NOT = SPACE
006840                 AND WS-STATUS-ENTRY NOT = "A"
006850                 AND WS-STATUS-ENTRY NOT = "I"
006860             DISPLAY "THAT IS NOT A STATUS - NOTHING CHANGED."
006870             MOVE "N" TO WS-ENTRY-VALID-SWITCH
006880         WHEN OP-OPERATOR-ID = SO-OPERATOR-ID
006890                 AND (WS-LEVEL-ENTRY NOT = SPACE
006900                     OR WS-STATUS-ENTRY NOT = SPACE)
006910             DISPLAY "YOU CANNOT CHANGE YOUR OWN LEVEL OR"
006920                 " STATUS - NOTHING CHANGED."
006930             MOVE "N" TO WS-ENTRY-VALID-SWITCH
006940         WHEN OTHER
006950             CONTINUE
006960     END-EVALUATE.
006970 6100-EXIT.
006980     EXIT.
006990
007000*----------------------------------------------------------------
007010* 7000 SERIES - COMMON LOOKUP AND UPDATE
007020*----------------------------------------------------------------
007030 7000-FETCH-OPERATOR.
007040     MOVE "N" TO WS-RECORD-FOUND-SWITCH
007050     DISPLAY "Enter the operator ID:"
007060     MOVE SPACES TO WS-ID-ENTRY
007070     ACCEPT WS-ID-ENTRY
007080     IF WS-ID-ENTRY = SPACES
007090             OR WS-ID-ENTRY (WS-MAX-ID-LENGTH + 1:) NOT = SPACES
007100         DISPLAY "THAT IS NOT AN OPERATOR ID."
007110     ELSE
007120         MOVE WS-ID-ENTRY TO OP-OPERATOR-ID
007130         READ OPERATOR-FILE
007140             INVALID KEY
007150                 DISPLAY "NO OPERATOR ON FILE WITH ID "
007160                     WS-ID-ENTRY
007170             NOT INVALID KEY
007180                 MOVE "Y" TO WS-RECORD-FOUND-SWITCH
007190                 DISPLAY "ON FILE: " OP-OPERATOR-ID " "
007200                     OP-OPERATOR-NAME
007210                 DISPLAY "    LEVEL: " OP-AUTHORITY-LEVEL
007220                     "  STATUS: " OP-STATUS
007230                     "  LOCKED: " OP-LOCKED-FLAG
007240         END-READ
007250     END-IF.
007260 7000-EXIT.
007270     EXIT.
007280
007290*----------------------------------------------------------------
007300* The caller sets the log event and detail; they are logged only
007310* if the rewrite succeeds.
007320*----------------------------------------------------------------
007330 7500-REWRITE-OPERATOR.
007340     REWRITE OPERATOR-RECORD
007350         INVALID KEY
007360             DISPLAY "UNABLE TO UPDATE OPERATOR, STATUS "
007370                 WS-OPERMAST-STATUS
007380             MOVE SPACES TO SO-FUNCTION-NAME
007390         NOT INVALID KEY
007400             DISPLAY "OPERATOR " OP-OPERATOR-ID " UPDATED."
007410             PERFORM 8000-LOG-CHANGE THRU 8000-EXIT
007420     END-REWRITE.
007430 7500-EXIT.
007440     EXIT.
007450
007460*----------------------------------------------------------------
007470* 8000 SERIES - SIGN-ON LOG
007480* A change is logged under the supervisor who made it, with the
007490* operator changed as the subject. The first supervisor, set up
007500* before anyone could sign on, is logged under their own ID.
007510*----------------------------------------------------------------
007520 8000-LOG-CHANGE.
007530     IF ADDING-FIRST-SUPERVISOR
007540         MOVE OP-OPERATOR-ID TO SO-ID-ENTRY
007550     ELSE
007560         MOVE SO-OPERATOR-ID TO SO-ID-ENTRY
007570     END-IF
007580     MOVE OP-OPERATOR-ID TO SO-SUBJECT-ID
007590     PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT.
007600 8000-EXIT.
007610     EXIT.
007620
007630*----------------------------------------------------------------
007640* 9000 SERIES - END OF RUN
007650*----------------------------------------------------------------
007660 9000-FINISH-UP.
007670     DISPLAY "Goodbye!"
007680     PERFORM 9900-SIGN-OFF THRU 9900-EXIT.
007690 9000-EXIT.
007700     EXIT.
007710
007720*----------------------------------------------------------------
007730* The sign-off is logged, and the operator files closed, last.
007740*----------------------------------------------------------------
007750 9900-SIGN-OFF.
007760     IF SO-SIGNED-ON
007770         MOVE "O" TO SO-EVENT
007780         MOVE SO-OPERATOR-ID TO SO-ID-ENTRY
007790         PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT
007800     END-IF
007810     IF SO-FILES-ARE-OPEN
007820         CLOSE SIGN-ON-LOG-FILE
007830         CLOSE OPERATOR-FILE
007840         MOVE "N" TO SO-FILES-OPEN-SWITCH
007850     END-IF.
007860 9900-EXIT.
007870     EXIT.
007880
007890 END PROGRAM OPER-MAINT.
