000010*****************************************************************
000020*Date October 15, 2026
000030*Purpose: Terminal maintenance of the standing instruction master
000040*Tectonics: cobc
000050*----------------------------------------------------------------
000060*Modification History:
000070* 2026-10-15 DL   - Initial version. Entries the departments keyed
000080*            by hand every day or every month-end - same customer,
000090*            same numbers, same operation - are now held once on
000100*            the standing instruction master (STNDINST, layout in
000110*            STNDINST) and written to BATCHIN by STAND-GEN when
000120*            due. This program browses the master and adds,
000130*            changes, suspends or resumes, and deletes
000140*            instructions. An instruction can only be added for a
000150*            customer on file and active; its number within the
000160*            customer is assigned here.
000170* 2026-10-15 DL   - The session now starts with an operator
000180*            sign-on against the operator master (OPERMAST,
000190*            layout in OPERREC), and each function checks the
000200*            operator's authority level: any level may browse,
000210*            adding, changing, and suspending or resuming need
000220*            maintenance authority, and deleting an instruction
000230*            needs a supervisor. Sign-ons, sign-offs, and
000240*            refused functions go to the sign-on log (SIGNLOG).
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. STAND-MAINT.
000280 AUTHOR. DATA-PROCESSING-TEAM.
000290 INSTALLATION. TRAINING-DEPT.
000300 DATE-WRITTEN. OCTOBER 15, 2026.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350*    OPTIONAL: the first session creates the master.
000360     SELECT OPTIONAL STANDING-INSTR-FILE ASSIGN TO "STNDINST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS SI-KEY
000400         FILE STATUS IS WS-STNDINST-STATUS.
000410
000420*    Read-only, to prove the customer exists and is active.
000430     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CM-CUSTOMER-NUMBER
000470         ALTERNATE RECORD KEY IS CM-LAST-NAME
000480             WITH DUPLICATES
000490         FILE STATUS IS WS-CUSTMAST-STATUS.
000500
000510     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS OP-OPERATOR-ID
000550         FILE STATUS IS WS-OPERMAST-STATUS.
000560
000570     SELECT SIGN-ON-LOG-FILE ASSIGN TO "SIGNLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-SIGNLOG-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  STANDING-INSTR-FILE.
000640     COPY STNDINST.
000650
000660 FD  CUSTOMER-MASTER-FILE.
000670     COPY CUSTREC.
000680
000690 FD  OPERATOR-FILE.
000700     COPY OPERREC.
000710
000720 FD  SIGN-ON-LOG-FILE.
000730     COPY SIGNLOG.
000740
000750 WORKING-STORAGE SECTION.
000760 01  WS-MENU-ENTRY            PIC X(01).
000770 01  WS-CONFIRM-ENTRY         PIC X(01).
000780 01  WS-NUMBER-ENTRY          PIC X(40).
000790 01  WS-CODE-ENTRY            PIC X(02).
000800 01  WS-DATE-ENTRY            PIC X(06).
000810
000820 01  WS-SWITCHES.
000830     05  WS-SESSION-DONE-SWITCH    PIC X(01) VALUE "N".
000840         88  SESSION-IS-DONE           VALUE "Y".
000850     05  WS-BROWSE-DONE-SWITCH     PIC X(01) VALUE "N".
000860         88  BROWSE-IS-DONE            VALUE "Y".
000870     05  WS-RECORD-FOUND-SWITCH    PIC X(01) VALUE "N".
000880         88  RECORD-WAS-FOUND          VALUE "Y".
000890     05  WS-DETAILS-VALID-SWITCH   PIC X(01) VALUE "Y".
000900         88  DETAILS-ARE-VALID         VALUE "Y".
000910     05  WS-DATE-VALID-SWITCH      PIC X(01) VALUE "N".
000920         88  DATE-IS-VALID             VALUE "Y".
000930     05  WS-NUMBER-VALID-SWITCH    PIC X(01) VALUE "N".
000940         88  NUMBER-ENTRY-IS-VALID     VALUE "Y".
000950     05  WS-PARSE-FAIL-SWITCH      PIC X(01) VALUE "N".
000960         88  PARSE-HAS-FAILED          VALUE "Y".
000970     05  WS-POINT-SEEN-SWITCH      PIC X(01) VALUE "N".
000980         88  POINT-WAS-SEEN            VALUE "Y".
000990
001000 01  WS-FILE-STATUSES.
001010     05  WS-STNDINST-STATUS        PIC X(02).
001020     05  WS-CUSTMAST-STATUS        PIC X(02).
001030         88  CUSTMAST-FILE-NOT-FOUND  VALUE "35".
001040     05  WS-OPERMAST-STATUS        PIC X(02).
001050         88  OPERMAST-FILE-NOT-FOUND  VALUE "35".
001060     05  WS-SIGNLOG-STATUS         PIC X(02).
001070
001080     COPY SIGNON.
001090
001100 01  WS-RUN-DATE               PIC 9(06).
001110
001120 77  WS-ENTRY-LENGTH           PIC 9(02) COMP VALUE ZERO.
001130 77  WS-MAX-CUSTNO-DIGITS      PIC 9(02) COMP VALUE 5.
001140 77  WS-MAX-INSTR-DIGITS       PIC 9(02) COMP VALUE 3.
001150 77  WS-MAX-INSTRUCTION        PIC 9(03) VALUE 999.
001160 77  WS-LAST-INSTRUCTION       PIC 9(03) VALUE ZERO.
001170 77  WS-CUSTOMER-NUMBER        PIC 9(05) VALUE ZERO.
001180 77  WS-BROWSE-COUNT           PIC 9(09) COMP VALUE ZERO.
001190
001200*    Number-entry edit, the same one PRACTICE-ROOM applies at the
001210*    terminal and on BATCHIN.
001220 77  WS-NUMBER-LENGTH          PIC 9(02) COMP VALUE ZERO.
001230 77  WS-MAX-NUMBER-DIGITS      PIC 9(02) COMP VALUE 19.
001240 77  WS-NUMBER-ENTRY-SIZE      PIC 9(02) COMP VALUE 40.
001250 77  WS-PARSE-SUB              PIC 9(02) COMP VALUE ZERO.
001260 77  WS-PARSE-START            PIC 9(02) COMP VALUE ZERO.
001270 77  WS-PARSE-POS              PIC 9(02) COMP VALUE ZERO.
001280 77  WS-INT-DIGIT-COUNT        PIC 9(02) COMP VALUE ZERO.
001290 77  WS-DEC-DIGIT-COUNT        PIC 9(02) COMP VALUE ZERO.
001300 77  WS-PARSE-SIGN             PIC X(01) VALUE SPACE.
001310 77  WS-PARSED-NUMBER          PIC S9(19)V9(19) COMP-3
001320                                   VALUE ZERO.
001330 01  WS-INT-DIGITS             PIC X(19).
001340 01  WS-DEC-DIGITS             PIC X(19).
001350 01  WS-PARSE-DIGITS.
001360     05  WS-PARSE-INT-X        PIC X(19).
001370     05  WS-PARSE-DEC-X        PIC X(19).
001380 01  WS-PARSE-NUMERIC REDEFINES WS-PARSE-DIGITS
001390                               PIC 9(19)V9(19).
001400
001410*    A keyed date is checked for a real month and day.
001420 01  WS-DATE-CHECK             PIC 9(06).
001430 01  WS-DATE-CHECK-SPLIT REDEFINES WS-DATE-CHECK.
001440     05  WS-DC-YEAR            PIC 9(02).
001450     05  WS-DC-MONTH           PIC 9(02).
001460     05  WS-DC-DAY             PIC 9(02).
001470 77  WS-DC-LEAP-QUOT           PIC 9(02) COMP VALUE ZERO.
001480 77  WS-DC-LEAP-REM            PIC 9(02) COMP VALUE ZERO.
001490 77  WS-DC-MONTH-LENGTH        PIC 9(02) VALUE ZERO.
001500 01  WS-MONTH-LENGTH-VALUES.
001510     05  FILLER PIC X(12) VALUE "312831303130".
001520     05  FILLER PIC X(12) VALUE "313130313031".
001530 01  WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTH-VALUES.
001540     05  WS-MONTH-LENGTH       PIC 9(02) OCCURS 12 TIMES.
001550
001560 01  WS-EDIT-FIELDS.
001570     05  WS-EDIT-FIRST-NUMBER  PIC -(18)9.9(19).
001580     05  WS-EDIT-SECOND-NUMBER PIC -(18)9.9(19).
001590
001600 PROCEDURE DIVISION.
001610
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001640     IF NOT SESSION-IS-DONE
001650         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001660             UNTIL SESSION-IS-DONE
001670     END-IF
001680     PERFORM 9000-FINISH-UP THRU 9000-EXIT
001690     GOBACK.
001700
001710*----------------------------------------------------------------
001720* 1000 SERIES - START OF RUN
001730*----------------------------------------------------------------
001740 1000-INITIALIZE.
001750     ACCEPT WS-RUN-DATE FROM DATE
001760     OPEN INPUT CUSTOMER-MASTER-FILE
001770     IF CUSTMAST-FILE-NOT-FOUND
001780         DISPLAY "NO CUSTOMER MASTER FILE ON FILE - NO STANDING"
001790         DISPLAY "INSTRUCTIONS CAN BE MAINTAINED"
001800         MOVE "Y" TO WS-SESSION-DONE-SWITCH
001810     ELSE
001820         IF WS-CUSTMAST-STATUS NOT = "00"
001830             DISPLAY "UNABLE TO OPEN CUSTOMER MASTER, STATUS "
001840                 WS-CUSTMAST-STATUS
001850             MOVE "Y" TO WS-SESSION-DONE-SWITCH
001860         END-IF
001870     END-IF
001880     IF NOT SESSION-IS-DONE
001890         OPEN I-O STANDING-INSTR-FILE
001900         IF WS-STNDINST-STATUS NOT = "00"
001910                 AND WS-STNDINST-STATUS NOT = "05"
001920             DISPLAY "UNABLE TO OPEN STANDING INSTRUCTIONS,"
001930                 " STATUS "
001940                 WS-STNDINST-STATUS
001950             CLOSE CUSTOMER-MASTER-FILE
001960             MOVE "Y" TO WS-SESSION-DONE-SWITCH
001970         END-IF
001980     END-IF
001990     IF NOT SESSION-IS-DONE
002000         PERFORM 1500-SIGN-ON THRU 1500-EXIT
002010         IF NOT SO-SIGNED-ON
002020             MOVE "Y" TO WS-SESSION-DONE-SWITCH
002030         END-IF
002040     END-IF.
002050 1000-EXIT.
002060     EXIT.
002070
002080*----------------------------------------------------------------
002090* 1500 SERIES - OPERATOR SIGN-ON
002100* No function is offered until an operator signs on against the
002110* operator master (OPERMAST, layout in OPERREC). A wrong PIN
002120* counts against the operator there, and the failure that
002130* reaches the lock threshold (see SIGNON) locks them until a
002140* supervisor unlocks them in OPER-MAINT; a good sign-on clears
002150* the count. Every attempt, the sign-off, and every function
002160* refused for authority go to the sign-on log (SIGNLOG). A
002170* session that cannot open either file cannot identify anyone,
002180* so it is refused.
002190*----------------------------------------------------------------
002200 1500-SIGN-ON.
002210     OPEN I-O OPERATOR-FILE
002220     IF WS-OPERMAST-STATUS NOT = "00"
002230         IF OPERMAST-FILE-NOT-FOUND
002240             DISPLAY "NO OPERATOR MASTER ON FILE - A SUPERVISOR"
002250             DISPLAY "MUST SET UP OPERATORS IN OPER-MAINT FIRST"
002260         ELSE
002270             DISPLAY "UNABLE TO OPEN OPERATOR MASTER, STATUS "
002280                 WS-OPERMAST-STATUS
002290         END-IF
002300     ELSE
002310         OPEN EXTEND SIGN-ON-LOG-FILE
002320         IF WS-SIGNLOG-STATUS NOT = "00"
002330                 AND WS-SIGNLOG-STATUS NOT = "05"
002340             OPEN OUTPUT SIGN-ON-LOG-FILE
002350         END-IF
002360         IF WS-SIGNLOG-STATUS = "00" OR WS-SIGNLOG-STATUS = "05"
002370             MOVE "Y" TO SO-FILES-OPEN-SWITCH
002380         ELSE
002390             DISPLAY "UNABLE TO OPEN SIGN-ON LOG, STATUS "
002400                 WS-SIGNLOG-STATUS
002410             CLOSE OPERATOR-FILE
002420         END-IF
002430     END-IF
002440     IF SO-FILES-ARE-OPEN
002450         PERFORM 1510-SIGN-ON-ATTEMPT THRU 1510-EXIT
002460             UNTIL SO-SIGNED-ON OR SO-SIGN-ON-ABANDONED
002470     END-IF
002480     IF NOT SO-SIGNED-ON
002490         DISPLAY "NOT SIGNED ON - SESSION ENDED"
002500     END-IF.
002510 1500-EXIT.
002520     EXIT.
002530
002540 1510-SIGN-ON-ATTEMPT.
002550     ADD 1 TO SO-ATTEMPT-COUNT
002560     DISPLAY "Operator ID (blank to quit):"
002570     MOVE SPACES TO SO-ID-ENTRY
002580     ACCEPT SO-ID-ENTRY
002590     IF SO-ID-ENTRY = SPACES
002600         MOVE "Y" TO SO-ABANDON-SWITCH
002610     ELSE
002620         DISPLAY "PIN:"
002630         MOVE SPACES TO SO-PIN-ENTRY
002640         ACCEPT SO-PIN-ENTRY
002650         PERFORM 1520-CHECK-OPERATOR THRU 1520-EXIT
002660         PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT
002670         IF NOT SO-SIGNED-ON
002680                 AND SO-ATTEMPT-COUNT NOT < SO-MAX-ATTEMPTS
002690             DISPLAY "TOO MANY SIGN-ON ATTEMPTS"
002700             MOVE "Y" TO SO-ABANDON-SWITCH
002710         END-IF
002720     END-IF.
002730 1510-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------------
002770* The PIN is checked before anything else about the operator, and
002780* an ID not on file, a wrong PIN, and a wrong PIN against a locked
002790* or inactive operator all get the same message, so the terminal
002800* does not confirm which IDs exist or what state they are in. The
002810* log still records which case it was. Only an operator who keys
002820* the right PIN is told they are locked or not active.
002830*----------------------------------------------------------------
002840 1520-CHECK-OPERATOR.
002850     MOVE SO-ID-ENTRY TO OP-OPERATOR-ID
002860     MOVE "U" TO SO-EVENT
002870     READ OPERATOR-FILE
002880         INVALID KEY
002890             CONTINUE
002900         NOT INVALID KEY
002910             MOVE SPACE TO SO-EVENT
002920     END-READ
002930     EVALUATE TRUE
002940         WHEN SO-EVENT = "U"
002950             DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
002960         WHEN OP-PIN NOT = SO-PIN-ENTRY
002970             EVALUATE TRUE
002980                 WHEN OP-IS-LOCKED
002990                     MOVE "K" TO SO-EVENT
003000                     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
003010                 WHEN NOT OP-ACTIVE
003020                     MOVE "I" TO SO-EVENT
003030                     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
003040                 WHEN OTHER
003050                     PERFORM 1530-COUNT-FAILED-SIGN-ON
003060                         THRU 1530-EXIT
003070             END-EVALUATE
003080         WHEN OP-IS-LOCKED
003090             MOVE "K" TO SO-EVENT
003100             DISPLAY "OPERATOR " OP-OPERATOR-ID
003110                 " IS LOCKED - SEE A SUPERVISOR"
003120         WHEN NOT OP-ACTIVE
003130             MOVE "I" TO SO-EVENT
003140             DISPLAY "OPERATOR " OP-OPERATOR-ID
003150                 " IS NOT ACTIVE - SEE A SUPERVISOR"
003160         WHEN OTHER
003170             MOVE "S" TO SO-EVENT
003180             MOVE ZERO TO OP-FAILED-SIGN-ONS
003190             MOVE WS-RUN-DATE TO OP-LAST-SIGN-ON-DATE
003200             ACCEPT OP-LAST-SIGN-ON-TIME FROM TIME
003210             PERFORM 1535-REWRITE-OPERATOR THRU 1535-EXIT
003220             MOVE "Y" TO SO-SIGNED-ON-SWITCH
003230             MOVE OP-OPERATOR-ID TO SO-OPERATOR-ID
003240             MOVE OP-AUTHORITY-LEVEL TO SO-OPERATOR-LEVEL
003250             DISPLAY "SIGNED ON: " OP-OPERATOR-ID " "
003260                 OP-OPERATOR-NAME
003270     END-EVALUATE.
003280 1520-EXIT.
003290     EXIT.
003300
003310 1530-COUNT-FAILED-SIGN-ON.
003320     ADD 1 TO OP-FAILED-SIGN-ONS
003330     IF OP-FAILED-SIGN-ONS NOT < SO-LOCK-THRESHOLD
003340         MOVE "Y" TO OP-LOCKED-FLAG
003350         MOVE "L" TO SO-EVENT
003360     ELSE
003370         MOVE "F" TO SO-EVENT
003380     END-IF
003390     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
003400     PERFORM 1535-REWRITE-OPERATOR THRU 1535-EXIT.
003410 1530-EXIT.
003420     EXIT.
003430
003440 1535-REWRITE-OPERATOR.
003450     REWRITE OPERATOR-RECORD
003460         INVALID KEY
003470             CONTINUE
003480     END-REWRITE
003490     IF WS-OPERMAST-STATUS NOT = "00"
003500         DISPLAY "UNABLE TO UPDATE OPERATOR MASTER, STATUS "
003510             WS-OPERMAST-STATUS
003520     END-IF.
003530 1535-EXIT.
003540     EXIT.
003550
003560 1540-LOG-SIGN-ON-EVENT.
003570     MOVE SPACES TO SIGN-ON-LOG-RECORD
003580     MOVE WS-RUN-DATE TO SL-DATE
003590     ACCEPT SL-TIME FROM TIME
003600     MOVE SO-ID-ENTRY TO SL-OPERATOR-ID
003610     MOVE "STAND-MAINT" TO SL-PROGRAM-NAME
003620     MOVE SO-EVENT TO SL-EVENT
003630     MOVE SO-SUBJECT-ID TO SL-SUBJECT-ID
003640     MOVE SO-FUNCTION-NAME TO SL-DETAIL
003650     WRITE SIGN-ON-LOG-RECORD
003660     IF WS-SIGNLOG-STATUS NOT = "00"
003670         DISPLAY "UNABLE TO WRITE SIGN-ON LOG, STATUS "
003680             WS-SIGNLOG-STATUS
003690     END-IF
003700     MOVE SPACES TO SO-SUBJECT-ID
003710     MOVE SPACES TO SO-FUNCTION-NAME.
003720 1540-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------
003760* A function the operator's level does not allow is refused and
003770* logged. The caller names the function and the level it needs.
003780*----------------------------------------------------------------
003790 1560-REFUSE-FUNCTION.
003800     DISPLAY "FUNCTION REFUSED - AUTHORITY NEEDED: "
003810         SO-LEVEL-NEEDED
003820     MOVE "R" TO SO-EVENT
003830     MOVE SO-OPERATOR-ID TO SO-ID-ENTRY
003840     PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT.
003850 1560-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------
003890* 2000 SERIES - MENU CONTROL
003900*----------------------------------------------------------------
003910 2000-PROCESS-MENU.
003920     DISPLAY " "
003930     DISPLAY "STANDING INSTRUCTION MAINTENANCE"
003940     DISPLAY "  B - BROWSE INSTRUCTIONS IN KEY ORDER"
003950     DISPLAY "  A - ADD AN INSTRUCTION"
003960     DISPLAY "  C - CHANGE AN INSTRUCTION"
003970     DISPLAY "  S - SUSPEND OR RESUME AN INSTRUCTION"
003980     DISPLAY "  D - DELETE AN INSTRUCTION"
003990     DISPLAY "  X - EXIT"
004000     DISPLAY "Select function:"
004010     ACCEPT WS-MENU-ENTRY
004020     EVALUATE WS-MENU-ENTRY
004030         WHEN "B"
004040         WHEN "b"
004050             PERFORM 3000-BROWSE-INSTRUCTIONS THRU 3000-EXIT
004060         WHEN "A"
004070         WHEN "a"
004080             IF SO-CAN-MAINTAIN
004090                 PERFORM 4000-ADD-INSTRUCTION THRU 4000-EXIT
004100             ELSE
004110                 MOVE "ADD AN INSTRUCTION" TO SO-FUNCTION-NAME
004120                 MOVE "MAINTENANCE" TO SO-LEVEL-NEEDED
004130                 PERFORM 1560-REFUSE-FUNCTION THRU 1560-EXIT
004140             END-IF
004150         WHEN "C"
004160         WHEN "c"
004170             IF SO-CAN-MAINTAIN
004180                 PERFORM 4500-CHANGE-INSTRUCTION THRU 4500-EXIT
004190             ELSE
004200                 MOVE "CHANGE AN INSTRUCTION" TO SO-FUNCTION-NAME
004210                 MOVE "MAINTENANCE" TO SO-LEVEL-NEEDED
004220                 PERFORM 1560-REFUSE-FUNCTION THRU 1560-EXIT
004230             END-IF
004240         WHEN "S"
004250         WHEN "s"
004260             IF SO-CAN-MAINTAIN
004270                 PERFORM 5000-SUSPEND-OR-RESUME THRU 5000-EXIT
004280             ELSE
004290                 MOVE "SUSPEND OR RESUME INSTRUCTION"
004300                     TO SO-FUNCTION-NAME
004310                 MOVE "MAINTENANCE" TO SO-LEVEL-NEEDED
004320                 PERFORM 1560-REFUSE-FUNCTION THRU 1560-EXIT
004330             END-IF
004340         WHEN "D"
004350         WHEN "d"
004360             IF SO-IS-SUPERVISOR
004370                 PERFORM 5500-DELETE-INSTRUCTION THRU 5500-EXIT
004380             ELSE
004390                 MOVE "DELETE AN INSTRUCTION" TO SO-FUNCTION-NAME
004400                 MOVE "SUPERVISOR" TO SO-LEVEL-NEEDED
004410                 PERFORM 1560-REFUSE-FUNCTION THRU 1560-EXIT
004420             END-IF
004430         WHEN "X"
004440         WHEN "x"
004450             MOVE "Y" TO WS-SESSION-DONE-SWITCH
004460         WHEN OTHER
004470             DISPLAY "Please enter B, A, C, S, D, or X."
004480     END-EVALUATE.
004490 2000-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------------
004530* 3000 SERIES - BROWSE
004540*----------------------------------------------------------------
004550 3000-BROWSE-INSTRUCTIONS.
004560     MOVE "N" TO WS-BROWSE-DONE-SWITCH
004570     MOVE ZERO TO WS-BROWSE-COUNT
004580     MOVE ZERO TO SI-CUSTOMER-NUMBER
004590     MOVE ZERO TO SI-INSTRUCTION-NUMBER
004600     START STANDING-INSTR-FILE
004610         KEY IS NOT LESS THAN SI-KEY
004620         INVALID KEY
004630             DISPLAY "THERE ARE NO STANDING INSTRUCTIONS."
004640             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
004650     END-START
004660     PERFORM 3100-BROWSE-ONE-RECORD THRU 3100-EXIT
004670         UNTIL BROWSE-IS-DONE.
004680 3000-EXIT.
004690     EXIT.
004700
004710 3100-BROWSE-ONE-RECORD.
004720     READ STANDING-INSTR-FILE NEXT RECORD
004730         AT END
004740             DISPLAY "END OF STANDING INSTRUCTIONS - "
004750                 WS-BROWSE-COUNT " SHOWN."
004760             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
004770     END-READ
004780     IF NOT BROWSE-IS-DONE
004790         IF WS-STNDINST-STATUS = "00" OR
004800                 WS-STNDINST-STATUS = "02"
004810             ADD 1 TO WS-BROWSE-COUNT
004820             PERFORM 7900-SHOW-INSTRUCTION THRU 7900-EXIT
004830         ELSE
004840             DISPLAY "READ ERROR ON STANDING INSTRUCTIONS,"
004850                 " STATUS "
004860                 WS-STNDINST-STATUS
004870             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
004880         END-IF
004890     END-IF.
004900 3100-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------------
004940* 4000 SERIES - ADD AND CHANGE
004950* A new instruction takes the customer's next instruction number
004960* and starts active, from the day it is keyed unless another
004970* start date is given.
004980*----------------------------------------------------------------
004990 4000-ADD-INSTRUCTION.
005000     PERFORM 7000-FETCH-CUSTOMER THRU 7000-EXIT
005010     IF RECORD-WAS-FOUND AND CM-CUST-INACTIVE
005020         DISPLAY "CUSTOMER " CM-CUSTOMER-NUMBER
005030             " IS INACTIVE - NO"
005040             " INSTRUCTION CAN BE ADDED."
005050         MOVE "N" TO WS-RECORD-FOUND-SWITCH
005060     END-IF
005070     IF RECORD-WAS-FOUND
005080         PERFORM 4100-FIND-LAST-INSTRUCTION THRU 4100-EXIT
005090         IF WS-LAST-INSTRUCTION >= WS-MAX-INSTRUCTION
005100             DISPLAY "CUSTOMER " WS-CUSTOMER-NUMBER " HAS NO FREE"
005110                 " INSTRUCTION NUMBER."
005120             MOVE "N" TO WS-RECORD-FOUND-SWITCH
005130         END-IF
005140     END-IF
005150     IF RECORD-WAS-FOUND
005160         INITIALIZE STANDING-INSTRUCTION-RECORD
005170         MOVE WS-CUSTOMER-NUMBER TO SI-CUSTOMER-NUMBER
005180         ADD 1 TO WS-LAST-INSTRUCTION
005190             GIVING SI-INSTRUCTION-NUMBER
005200         MOVE WS-RUN-DATE TO SI-START-DATE
005210         MOVE "A" TO SI-STATUS
005220         DISPLAY "NEW INSTRUCTION " SI-CUSTOMER-NUMBER "/"
005230             SI-INSTRUCTION-NUMBER " FOR " CM-FIRST-NAME " "
005240             CM-LAST-NAME
005250         PERFORM 7500-ENTER-DETAILS THRU 7500-EXIT
005260         IF DETAILS-ARE-VALID
005270             WRITE STANDING-INSTRUCTION-RECORD
005280                 INVALID KEY
005290                     DISPLAY "UNABLE TO ADD INSTRUCTION, STATUS "
005300                         WS-STNDINST-STATUS
005310             END-WRITE
005320             IF WS-STNDINST-STATUS = "00"
005330                 DISPLAY "INSTRUCTION " SI-CUSTOMER-NUMBER "/"
005340                     SI-INSTRUCTION-NUMBER " ADDED."
005350             END-IF
005360         ELSE
005370             DISPLAY "NOTHING ADDED."
005380         END-IF
005390     END-IF.
005400 4000-EXIT.
005410     EXIT.
005420
005430 4100-FIND-LAST-INSTRUCTION.
005440     MOVE ZERO TO WS-LAST-INSTRUCTION
005450     MOVE "N" TO WS-BROWSE-DONE-SWITCH
005460     MOVE WS-CUSTOMER-NUMBER TO SI-CUSTOMER-NUMBER
005470     MOVE ZERO TO SI-INSTRUCTION-NUMBER
005480     START STANDING-INSTR-FILE
005490         KEY IS NOT LESS THAN SI-KEY
005500         INVALID KEY
005510             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
005520     END-START
005530     PERFORM 4150-CHECK-ONE-INSTRUCTION THRU 4150-EXIT
005540         UNTIL BROWSE-IS-DONE.
005550 4100-EXIT.
005560     EXIT.
005570
005580 4150-CHECK-ONE-INSTRUCTION.
005590     READ STANDING-INSTR-FILE NEXT RECORD
005600         AT END
005610             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
005620     END-READ
005630     EVALUATE TRUE
005640         WHEN BROWSE-IS-DONE
005650             CONTINUE
005660         WHEN WS-STNDINST-STATUS NOT = "00"
005670                 AND WS-STNDINST-STATUS NOT = "02"
005680             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
005690         WHEN SI-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER
005700             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
005710         WHEN OTHER
005720             MOVE SI-INSTRUCTION-NUMBER TO WS-LAST-INSTRUCTION
005730     END-EVALUATE.
005740 4150-EXIT.
005750     EXIT.
005760
005770 4500-CHANGE-INSTRUCTION.
005780     PERFORM 7100-FETCH-INSTRUCTION THRU 7100-EXIT
005790     IF RECORD-WAS-FOUND
005800         PERFORM 7900-SHOW-INSTRUCTION THRU 7900-EXIT
005810         DISPLAY "Press Enter at any prompt to keep the value"
005820             " shown."
005830         PERFORM 7500-ENTER-DETAILS THRU 7500-EXIT
005840         IF DETAILS-ARE-VALID
005850             REWRITE STANDING-INSTRUCTION-RECORD
005860                 INVALID KEY
005870                     DISPLAY "UNABLE TO REWRITE INSTRUCTION,"
005880                         " STATUS "
005890                         WS-STNDINST-STATUS
005900             END-REWRITE
005910             IF WS-STNDINST-STATUS = "00"
005920                 DISPLAY "INSTRUCTION CHANGED."
005930             END-IF
005940         ELSE
005950             DISPLAY "NOTHING CHANGED."
005960         END-IF
005970     END-IF.
005980 4500-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------------
006020* 5000 SERIES - SUSPEND, RESUME, DELETE
006030*----------------------------------------------------------------
006040 5000-SUSPEND-OR-RESUME.
006050     PERFORM 7100-FETCH-INSTRUCTION THRU 7100-EXIT
006060     IF RECORD-WAS-FOUND
006070         PERFORM 7900-SHOW-INSTRUCTION THRU 7900-EXIT
006080         IF SI-SUSPENDED
006090             DISPLAY "Resume this instruction? (Y/N)"
006100         ELSE
006110             DISPLAY "Suspend this instruction? (Y/N)"
006120         END-IF
006130         ACCEPT WS-CONFIRM-ENTRY
006140         IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
006150             IF SI-SUSPENDED
006160                 MOVE "A" TO SI-STATUS
006170             ELSE
006180                 MOVE "S" TO SI-STATUS
006190             END-IF
006200             REWRITE STANDING-INSTRUCTION-RECORD
006210                 INVALID KEY
006220                     DISPLAY "UNABLE TO REWRITE INSTRUCTION,"
006230                         " STATUS "
006240                         WS-STNDINST-STATUS
006250             END-REWRITE
006260             IF WS-STNDINST-STATUS = "00"
006270                 DISPLAY "INSTRUCTION STATUS SET TO "
006280                     SI-STATUS "."
006290             END-IF
006300         ELSE
006310             DISPLAY "NOTHING CHANGED."
006320         END-IF
006330     END-IF.
006340 5000-EXIT.
006350     EXIT.
006360
006370 5500-DELETE-INSTRUCTION.
006380     PERFORM 7100-FETCH-INSTRUCTION THRU 7100-EXIT
006390     IF RECORD-WAS-FOUND
006400         PERFORM 7900-SHOW-INSTRUCTION THRU 7900-EXIT
006410         DISPLAY "Delete this instruction? (Y/N)"
006420         ACCEPT WS-CONFIRM-ENTRY
006430         IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
006440             DELETE STANDING-INSTR-FILE
006450                 INVALID KEY
006460                     DISPLAY "UNABLE TO DELETE INSTRUCTION,"
006470                         " STATUS "
006480                         WS-STNDINST-STATUS
006490             END-DELETE
006500             IF WS-STNDINST-STATUS = "00"
006510                 DISPLAY "INSTRUCTION DELETED."
006520             END-IF
006530         ELSE
006540             DISPLAY "DELETE CANCELLED."
006550         END-IF
006560     END-IF.
006570 5500-EXIT.
006580     EXIT.
006590
006600*----------------------------------------------------------------
006610* 7000 SERIES - COMMON LOOKUP, ENTRY, AND DISPLAY
006620*----------------------------------------------------------------
006630 7000-FETCH-CUSTOMER.
006640     MOVE "N" TO WS-RECORD-FOUND-SWITCH
006650     DISPLAY "Enter the customer number:"
006660     MOVE SPACES TO WS-NUMBER-ENTRY
006670     ACCEPT WS-NUMBER-ENTRY
006680     MOVE ZERO TO WS-ENTRY-LENGTH
006690     INSPECT WS-NUMBER-ENTRY TALLYING WS-ENTRY-LENGTH
006700         FOR CHARACTERS BEFORE INITIAL SPACE
006710     IF WS-ENTRY-LENGTH > ZERO
006720             AND WS-ENTRY-LENGTH NOT > WS-MAX-CUSTNO-DIGITS
006730             AND WS-NUMBER-ENTRY (1:WS-ENTRY-LENGTH) IS NUMERIC
006740         MOVE WS-NUMBER-ENTRY (1:WS-ENTRY-LENGTH)
006750             TO CM-CUSTOMER-NUMBER
006760         READ CUSTOMER-MASTER-FILE
006770             INVALID KEY
006780                 DISPLAY "NO CUSTOMER ON FILE WITH NUMBER "
006790                     WS-NUMBER-ENTRY (1:WS-ENTRY-LENGTH)
006800             NOT INVALID KEY
006810                 MOVE "Y" TO WS-RECORD-FOUND-SWITCH
006820                 MOVE CM-CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER
006830         END-READ
006840     ELSE
006850         DISPLAY "THAT IS NOT A CUSTOMER NUMBER."
006860     END-IF.
006870 7000-EXIT.
006880     EXIT.
006890
006900 7100-FETCH-INSTRUCTION.
006910     PERFORM 7000-FETCH-CUSTOMER THRU 7000-EXIT
006920     IF RECORD-WAS-FOUND
006930         MOVE "N" TO WS-RECORD-FOUND-SWITCH
006940         DISPLAY "Enter the instruction number:"
006950         MOVE SPACES TO WS-NUMBER-ENTRY
006960         ACCEPT WS-NUMBER-ENTRY
006970         MOVE ZERO TO WS-ENTRY-LENGTH
006980         INSPECT WS-NUMBER-ENTRY TALLYING WS-ENTRY-LENGTH
006990             FOR CHARACTERS BEFORE INITIAL SPACE
007000         IF WS-ENTRY-LENGTH > ZERO
007010                 AND WS-ENTRY-LENGTH NOT > WS-MAX-INSTR-DIGITS
007020                 AND WS-NUMBER-ENTRY (1:WS-ENTRY-LENGTH)
007030                     IS NUMERIC
007040             MOVE WS-CUSTOMER-NUMBER TO SI-CUSTOMER-NUMBER
007050             MOVE WS-NUMBER-ENTRY (1:WS-ENTRY-LENGTH)
007060                 TO SI-INSTRUCTION-NUMBER
007070             READ STANDING-INSTR-FILE
007080                 INVALID KEY
007090                     DISPLAY "NO INSTRUCTION "
007100                         SI-CUSTOMER-NUMBER "/"
007110                         SI-INSTRUCTION-NUMBER " ON FILE"
007120                 NOT INVALID KEY
007130                     MOVE "Y" TO WS-RECORD-FOUND-SWITCH
007140             END-READ
007150         ELSE
007160             DISPLAY "THAT IS NOT AN INSTRUCTION NUMBER."
007170         END-IF
007180     END-IF.
007190 7100-EXIT.
007200     EXIT.
007210
007220*----------------------------------------------------------------
007230* Each field is prompted in turn on the record in hand; a blank
007240* entry keeps what is there. A bad entry stops the prompts, and
007250* the whole instruction is then checked before it is written.
007260*----------------------------------------------------------------
007270 7500-ENTER-DETAILS.
007280     MOVE "Y" TO WS-DETAILS-VALID-SWITCH
007290     PERFORM 7510-ENTER-OPERATION THRU 7510-EXIT
007300     IF DETAILS-ARE-VALID
007310         DISPLAY "Choose a number:"
007320         PERFORM 7520-ENTER-NUMBER THRU 7520-EXIT
007330         IF NUMBER-ENTRY-IS-VALID
007340             MOVE WS-PARSED-NUMBER TO SI-FIRST-NUMBER
007350         END-IF
007360     END-IF
007370     IF DETAILS-ARE-VALID
007380         DISPLAY "Choose a second number:"
007390         PERFORM 7520-ENTER-NUMBER THRU 7520-EXIT
007400         IF NUMBER-ENTRY-IS-VALID
007410             MOVE WS-PARSED-NUMBER TO SI-SECOND-NUMBER
007420         END-IF
007430     END-IF
007440     IF DETAILS-ARE-VALID
007450         PERFORM 7530-ENTER-FREQUENCY THRU 7530-EXIT
007460     END-IF
007470     IF DETAILS-ARE-VALID
007480         DISPLAY "Start date (YYMMDD):"
007490         PERFORM 7540-ENTER-DATE THRU 7540-EXIT
007500         IF DATE-IS-VALID
007510             MOVE WS-DATE-CHECK TO SI-START-DATE
007520         END-IF
007530     END-IF
007540     IF DETAILS-ARE-VALID
007550         DISPLAY "End date (YYMMDD, 000000 for none):"
007560         PERFORM 7540-ENTER-DATE THRU 7540-EXIT
007570         IF DATE-IS-VALID
007580             MOVE WS-DATE-CHECK TO SI-END-DATE
007590         END-IF
007600     END-IF
007610     IF DETAILS-ARE-VALID
007620         PERFORM 7600-CHECK-INSTRUCTION THRU 7600-EXIT
007630     END-IF.
007640 7500-EXIT.
007650     EXIT.
007660
007670 7510-ENTER-OPERATION.
007680     DISPLAY "Select operation: 1=Add 2=Subtract "
007690         "3=Multiply 4=Divide"
007700     MOVE SPACES TO WS-CODE-ENTRY
007710     ACCEPT WS-CODE-ENTRY
007720     EVALUATE TRUE
007730         WHEN WS-CODE-ENTRY = SPACES
007740             CONTINUE
007750         WHEN WS-CODE-ENTRY (1:1) >= "1"
007760                 AND WS-CODE-ENTRY (1:1) <= "4"
007770                 AND WS-CODE-ENTRY (2:1) = SPACE
007780             MOVE WS-CODE-ENTRY (1:1) TO SI-OPERATION-CODE
007790         WHEN OTHER
007800             DISPLAY "Please enter 1, 2, 3, or 4."
007810             MOVE "N" TO WS-DETAILS-VALID-SWITCH
007820     END-EVALUATE.
007830 7510-EXIT.
007840     EXIT.
007850
007860 7520-ENTER-NUMBER.
007870     MOVE "N" TO WS-NUMBER-VALID-SWITCH
007880     MOVE SPACES TO WS-NUMBER-ENTRY
007890     ACCEPT WS-NUMBER-ENTRY
007900     IF WS-NUMBER-ENTRY NOT = SPACES
007910         PERFORM 7800-PARSE-NUMBER-ENTRY THRU 7800-EXIT
007920         IF NOT NUMBER-ENTRY-IS-VALID
007930             DISPLAY "That is not a valid number."
007940             MOVE "N" TO WS-DETAILS-VALID-SWITCH
007950         END-IF
007960     END-IF.
007970 7520-EXIT.
007980     EXIT.
007990
008000 7530-ENTER-FREQUENCY.
008010     DISPLAY "Frequency: D=Daily W=Weekly M=Monthly on a day "
008020         "L=Last business day of the month"
008030     MOVE SPACES TO WS-CODE-ENTRY
008040     ACCEPT WS-CODE-ENTRY
008050     EVALUATE WS-CODE-ENTRY
008060         WHEN SPACES
008070             CONTINUE
008080         WHEN "D"
008090         WHEN "d"
008100             MOVE "D" TO SI-FREQUENCY
008110             MOVE ZERO TO SI-FREQUENCY-DAY
008120         WHEN "W"
008130         WHEN "w"
008140             MOVE "W" TO SI-FREQUENCY
008150             DISPLAY "Day of the week: 1=Monday ... 7=Sunday"
008160             PERFORM 7535-ENTER-FREQUENCY-DAY THRU 7535-EXIT
008170         WHEN "M"
008180         WHEN "m"
008190             MOVE "M" TO SI-FREQUENCY
008200             DISPLAY "Day of the month (1-31):"
008210             PERFORM 7535-ENTER-FREQUENCY-DAY THRU 7535-EXIT
008220         WHEN "L"
008230         WHEN "l"
008240             MOVE "L" TO SI-FREQUENCY
008250             MOVE ZERO TO SI-FREQUENCY-DAY
008260         WHEN OTHER
008270             DISPLAY "Please enter D, W, M, or L."
008280             MOVE "N" TO WS-DETAILS-VALID-SWITCH
008290     END-EVALUATE.
008300 7530-EXIT.
008310     EXIT.
008320
008330 7535-ENTER-FREQUENCY-DAY.
008340     MOVE SPACES TO WS-CODE-ENTRY
008350     ACCEPT WS-CODE-ENTRY
008360     EVALUATE TRUE
008370         WHEN WS-CODE-ENTRY = SPACES
008380             CONTINUE
008390         WHEN WS-CODE-ENTRY IS NUMERIC
008400             MOVE WS-CODE-ENTRY TO SI-FREQUENCY-DAY
008410         WHEN WS-CODE-ENTRY (1:1) IS NUMERIC
008420                 AND WS-CODE-ENTRY (2:1) = SPACE
008430             MOVE WS-CODE-ENTRY (1:1) TO SI-FREQUENCY-DAY
008440         WHEN OTHER
008450             DISPLAY "That is not a day number."
008460             MOVE "N" TO WS-DETAILS-VALID-SWITCH
008470     END-EVALUATE.
008480 7535-EXIT.
008490     EXIT.
008500
008510 7540-ENTER-DATE.
008520     MOVE "N" TO WS-DATE-VALID-SWITCH
008530     MOVE SPACES TO WS-DATE-ENTRY
008540     ACCEPT WS-DATE-ENTRY
008550     EVALUATE TRUE
008560         WHEN WS-DATE-ENTRY = SPACES
008570             CONTINUE
008580         WHEN WS-DATE-ENTRY IS NOT NUMERIC
008590             DISPLAY "Please enter the date as YYMMDD."
008600             MOVE "N" TO WS-DETAILS-VALID-SWITCH
008610         WHEN OTHER
008620             MOVE WS-DATE-ENTRY TO WS-DATE-CHECK
008630             PERFORM 7550-CHECK-DATE THRU 7550-EXIT
008640             IF NOT DATE-IS-VALID
008650                 DISPLAY "That is not a calendar date."
008660                 MOVE "N" TO WS-DETAILS-VALID-SWITCH
008670             END-IF
008680     END-EVALUATE.
008690 7540-EXIT.
008700     EXIT.
008710
008720*----------------------------------------------------------------
008730* Zero is accepted as "no date"; anything else must be a real
008740* day of a real month.
008750*----------------------------------------------------------------
008760 7550-CHECK-DATE.
008770     MOVE "N" TO WS-DATE-VALID-SWITCH
008780     IF WS-DATE-CHECK = ZERO
008790         MOVE "Y" TO WS-DATE-VALID-SWITCH
008800     ELSE
008810         IF WS-DC-MONTH >= 1 AND WS-DC-MONTH <= 12
008820             MOVE WS-MONTH-LENGTH (WS-DC-MONTH)
008830                 TO WS-DC-MONTH-LENGTH
008840             DIVIDE WS-DC-YEAR BY 4 GIVING WS-DC-LEAP-QUOT
008850                 REMAINDER WS-DC-LEAP-REM
008860             IF WS-DC-MONTH = 2 AND WS-DC-LEAP-REM = ZERO
008870                 ADD 1 TO WS-DC-MONTH-LENGTH
008880             END-IF
008890             IF WS-DC-DAY >= 1
008900                     AND WS-DC-DAY <= WS-DC-MONTH-LENGTH
008910                 MOVE "Y" TO WS-DATE-VALID-SWITCH
008920             END-IF
008930         END-IF
008940     END-IF.
008950 7550-EXIT.
008960     EXIT.
008970
008980*----------------------------------------------------------------
008990* The finished instruction must be one STAND-GEN can schedule
009000* and PRACTICE-ROOM can post.
009010*----------------------------------------------------------------
009020 7600-CHECK-INSTRUCTION.
009030     EVALUATE TRUE
009040         WHEN SI-OPERATION-CODE < 1 OR SI-OPERATION-CODE > 4
009050             DISPLAY "AN OPERATION MUST BE CHOSEN."
009060             MOVE "N" TO WS-DETAILS-VALID-SWITCH
009070         WHEN SI-OPERATION-CODE = 4 AND SI-SECOND-NUMBER = ZERO
009080             DISPLAY "A DIVIDE NEEDS A SECOND NUMBER OTHER THAN"
009090                 " ZERO."
009100             MOVE "N" TO WS-DETAILS-VALID-SWITCH
009110         WHEN NOT SI-FREQ-DAILY AND NOT SI-FREQ-WEEKLY
009120                 AND NOT SI-FREQ-MONTHLY AND NOT SI-FREQ-MONTH-END
009130             DISPLAY "A FREQUENCY MUST BE CHOSEN."
009140             MOVE "N" TO WS-DETAILS-VALID-SWITCH
009150         WHEN SI-FREQ-WEEKLY
009160                 AND (SI-FREQUENCY-DAY < 1
009170                     OR SI-FREQUENCY-DAY > 7)
009180             DISPLAY "A WEEKLY INSTRUCTION NEEDS A DAY 1-7."
009190             MOVE "N" TO WS-DETAILS-VALID-SWITCH
009200         WHEN SI-FREQ-MONTHLY
009210                 AND (SI-FREQUENCY-DAY < 1
009220                     OR SI-FREQUENCY-DAY > 31)
009230             DISPLAY "A MONTHLY INSTRUCTION NEEDS A DAY 1-31."
009240             MOVE "N" TO WS-DETAILS-VALID-SWITCH
009250         WHEN SI-START-DATE = ZERO
009260             DISPLAY "A START DATE MUST BE GIVEN."
009270             MOVE "N" TO WS-DETAILS-VALID-SWITCH
009280         WHEN SI-END-DATE NOT = ZERO
009290                 AND SI-END-DATE < SI-START-DATE
009300             DISPLAY "THE END DATE IS BEFORE THE START DATE."
009310             MOVE "N" TO WS-DETAILS-VALID-SWITCH
009320         WHEN OTHER
009330             CONTINUE
009340     END-EVALUATE.
009350 7600-EXIT.
009360     EXIT.
009370
009380*----------------------------------------------------------------
009390* Common number-entry edit: an optional leading + or -, up to
009400* nineteen digits before an optional decimal point, and up to
009410* nineteen digits after it.
009420*----------------------------------------------------------------
009430 7800-PARSE-NUMBER-ENTRY.
009440     MOVE "N" TO WS-NUMBER-VALID-SWITCH
009450     MOVE "N" TO WS-PARSE-FAIL-SWITCH
009460     MOVE "N" TO WS-POINT-SEEN-SWITCH
009470     MOVE SPACE TO WS-PARSE-SIGN
009480     MOVE ZERO TO WS-INT-DIGIT-COUNT
009490     MOVE ZERO TO WS-DEC-DIGIT-COUNT
009500     MOVE SPACES TO WS-INT-DIGITS WS-DEC-DIGITS
009510     MOVE ZERO TO WS-NUMBER-LENGTH
009520     INSPECT WS-NUMBER-ENTRY TALLYING WS-NUMBER-LENGTH
009530         FOR CHARACTERS BEFORE INITIAL SPACE
009540     MOVE 1 TO WS-PARSE-START
009550     EVALUATE TRUE
009560         WHEN WS-NUMBER-LENGTH = ZERO
009570             MOVE "Y" TO WS-PARSE-FAIL-SWITCH
009580         WHEN WS-NUMBER-LENGTH < WS-NUMBER-ENTRY-SIZE
009590                 AND WS-NUMBER-ENTRY (WS-NUMBER-LENGTH + 1:)
009600                     NOT = SPACES
009610             MOVE "Y" TO WS-PARSE-FAIL-SWITCH
009620         WHEN WS-NUMBER-ENTRY (1:1) = "+" OR
009630                 WS-NUMBER-ENTRY (1:1) = "-"
009640             MOVE WS-NUMBER-ENTRY (1:1) TO WS-PARSE-SIGN
009650             MOVE 2 TO WS-PARSE-START
009660     END-EVALUATE
009670     IF NOT PARSE-HAS-FAILED
009680         PERFORM 7810-PARSE-ONE-CHAR THRU 7810-EXIT
009690             VARYING WS-PARSE-SUB FROM WS-PARSE-START BY 1
009700             UNTIL WS-PARSE-SUB > WS-NUMBER-LENGTH
009710                 OR PARSE-HAS-FAILED
009720     END-IF
009730     IF NOT PARSE-HAS-FAILED
009740             AND WS-INT-DIGIT-COUNT + WS-DEC-DIGIT-COUNT > ZERO
009750         PERFORM 7820-ASSEMBLE-PARSED-NUMBER THRU 7820-EXIT
009760         MOVE "Y" TO WS-NUMBER-VALID-SWITCH
009770     END-IF.
009780 7800-EXIT.
009790     EXIT.
009800
009810 7810-PARSE-ONE-CHAR.
009820     EVALUATE TRUE
009830         WHEN WS-NUMBER-ENTRY (WS-PARSE-SUB:1) = "."
009840             IF POINT-WAS-SEEN
009850                 MOVE "Y" TO WS-PARSE-FAIL-SWITCH
009860             ELSE
009870                 MOVE "Y" TO WS-POINT-SEEN-SWITCH
009880             END-IF
009890         WHEN WS-NUMBER-ENTRY (WS-PARSE-SUB:1) IS NUMERIC
009900             IF POINT-WAS-SEEN
009910                 IF WS-DEC-DIGIT-COUNT < WS-MAX-NUMBER-DIGITS
009920                     ADD 1 TO WS-DEC-DIGIT-COUNT
009930                     MOVE WS-NUMBER-ENTRY (WS-PARSE-SUB:1)
009940                         TO WS-DEC-DIGITS (WS-DEC-DIGIT-COUNT:1)
009950                 ELSE
009960                     MOVE "Y" TO WS-PARSE-FAIL-SWITCH
009970                 END-IF
009980             ELSE
009990                 IF WS-INT-DIGIT-COUNT < WS-MAX-NUMBER-DIGITS
010000                     ADD 1 TO WS-INT-DIGIT-COUNT
010010                     MOVE WS-NUMBER-ENTRY (WS-PARSE-SUB:1)
010020                         TO WS-INT-DIGITS (WS-INT-DIGIT-COUNT:1)
010030                 ELSE
010040                     MOVE "Y" TO WS-PARSE-FAIL-SWITCH
010050                 END-IF
010060             END-IF
010070         WHEN OTHER
010080             MOVE "Y" TO WS-PARSE-FAIL-SWITCH
010090     END-EVALUATE.
010100 7810-EXIT.
010110     EXIT.
010120
010130 7820-ASSEMBLE-PARSED-NUMBER.
010140     MOVE ALL "0" TO WS-PARSE-DIGITS
010150     IF WS-INT-DIGIT-COUNT > ZERO
010160         SUBTRACT WS-INT-DIGIT-COUNT FROM 20
010170             GIVING WS-PARSE-POS
010180         MOVE WS-INT-DIGITS (1:WS-INT-DIGIT-COUNT)
010190             TO WS-PARSE-INT-X (WS-PARSE-POS:WS-INT-DIGIT-COUNT)
010200     END-IF
010210     IF WS-DEC-DIGIT-COUNT > ZERO
010220         MOVE WS-DEC-DIGITS (1:WS-DEC-DIGIT-COUNT)
010230             TO WS-PARSE-DEC-X (1:WS-DEC-DIGIT-COUNT)
010240     END-IF
010250     IF WS-PARSE-SIGN = "-"
010260         SUBTRACT WS-PARSE-NUMERIC FROM ZERO
010270             GIVING WS-PARSED-NUMBER
010280     ELSE
010290         MOVE WS-PARSE-NUMERIC TO WS-PARSED-NUMBER
010300     END-IF.
010310 7820-EXIT.
010320     EXIT.
010330
010340 7900-SHOW-INSTRUCTION.
010350     MOVE SI-FIRST-NUMBER TO WS-EDIT-FIRST-NUMBER
010360     MOVE SI-SECOND-NUMBER TO WS-EDIT-SECOND-NUMBER
010370     DISPLAY "INSTRUCTION " SI-CUSTOMER-NUMBER "/"
010380         SI-INSTRUCTION-NUMBER "  OPERATION " SI-OPERATION-CODE
010390         "  STATUS " SI-STATUS
010400     DISPLAY "  NUMBERS " WS-EDIT-FIRST-NUMBER " "
010410         WS-EDIT-SECOND-NUMBER
010420     DISPLAY "  FREQUENCY " SI-FREQUENCY " DAY " SI-FREQUENCY-DAY
010430         "  START " SI-START-DATE "  END " SI-END-DATE
010440         "  LAST GENERATED " SI-LAST-GENERATED.
010450 7900-EXIT.
010460     EXIT.
010470
010480*----------------------------------------------------------------
010490* 9000 SERIES - END OF RUN
010500*----------------------------------------------------------------
010510 9000-FINISH-UP.
010520     DISPLAY "Goodbye!"
010530     CLOSE STANDING-INSTR-FILE
010540     CLOSE CUSTOMER-MASTER-FILE
010550     PERFORM 9900-SIGN-OFF THRU 9900-EXIT.
010560 9000-EXIT.
010570     EXIT.
010580
010590*----------------------------------------------------------------
010600* The sign-off is logged, and the operator files closed, last.
010610*----------------------------------------------------------------
010620 9900-SIGN-OFF.
010630     IF SO-SIGNED-ON
010640         MOVE "O" TO SO-EVENT
010650         MOVE SO-OPERATOR-ID TO SO-ID-ENTRY
010660         PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT
010670     END-IF
010680     IF SO-FILES-ARE-OPEN
010690         CLOSE SIGN-ON-LOG-FILE
010700         CLOSE OPERATOR-FILE
010710         MOVE "N" TO SO-FILES-OPEN-SWITCH
010720     END-IF.
010730 9900-EXIT.
010740     EXIT.
010750
010760 END PROGRAM STAND-MAINT.
