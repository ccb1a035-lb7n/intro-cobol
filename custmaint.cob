000400*            corrected-first-name entry now takes the full
000410*            twenty. Existing CUSTMAST files must be rebuilt
000420*            (see CUSTREC).
000430* 2026-10-15 DL   - Every correct, status change, and delete now
000440*            writes a before/after record to the permanent
000450*            customer maintenance journal (MAINTJNL, layout in
000460*            MAINTJNL): customer number, function, date and
000470*            time, and the master record as it stood before and
000480*            after the change, so an auditor asking why a
000490*            customer went inactive gets an answer. The journal
000500*            is opened EXTEND like the audit log; a session that
000510*            cannot open it is refused, since its changes could
000520*            not be journaled. MAINT-RPT reports it daily.
000530* 2026-10-15 DL   - The journal's before image widened with the
000540*            customer master record, which now carries the
000550*            merge pointer CUST-MERGE sets (see CUSTREC). A
000560*            customer merged into another cannot be set active
000570*            again here.
000580* 2026-10-15 DL   - The session now starts with an operator
000590*            sign-on against the operator master (OPERMAST,
000600*            layout in OPERREC), and each function checks the
000610*            operator's authority level: browse and the listing
000620*            are open to every level, correcting a first name
000630*            needs maintenance authority, and status changes and
000640*            deletes need a supervisor. Sign-ons, sign-offs, and
000650*            refused functions go to the sign-on log (SIGNLOG),
000660*            and every journal record now carries the operator
000670*            who made the change (see MAINTJNL).
000680*****************************************************************
000690 IDENTIFICATION DIVISION.
000700 PROGRAM-ID. CUST-MAINT.
000710 AUTHOR. DATA-PROCESSING-TEAM.
000720 INSTALLATION. TRAINING-DEPT.
000730 DATE-WRITTEN. AUGUST 21, 2026.
000740 DATE-COMPILED.
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS CM-CUSTOMER-NUMBER
000820         ALTERNATE RECORD KEY IS CM-LAST-NAME
000830             WITH DUPLICATES
000840         FILE STATUS IS WS-CUSTMAST-STATUS.
000850
000860     SELECT LIST-FILE ASSIGN TO "CUSTLIST"
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880
000890*    Read-only, to prove a customer has no history before a
000900*    delete is allowed. OPTIONAL: an installation that has
000910*    never run HIST-LOAD has no TRANHIST and nothing to block.
000920     SELECT OPTIONAL TRANS-HISTORY-FILE ASSIGN TO "TRANHIST"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS TH-KEY
000960         FILE STATUS IS WS-HIST-STATUS.
000970
000980*    Permanent before/after journal of every change made here.
000990     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-JOURNAL-STATUS.
001020
001030     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS OP-OPERATOR-ID
001070         FILE STATUS IS WS-OPERMAST-STATUS.
001080
001090     SELECT SIGN-ON-LOG-FILE ASSIGN TO "SIGNLOG"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-SIGNLOG-STATUS.
001120
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  CUSTOMER-MASTER-FILE.
001160     COPY CUSTREC.
001170
001180 FD  LIST-FILE.
001190 01  LIST-LINE                PIC X(80).
001200
001210 FD  TRANS-HISTORY-FILE.
001220     COPY HISTREC.
001230
001240 FD  MAINT-JOURNAL-FILE.
001250     COPY MAINTJNL.
001260
001270 FD  OPERATOR-FILE.
001280     COPY OPERREC.
001290
001300 FD  SIGN-ON-LOG-FILE.
001310     COPY SIGNLOG.
001320
001330 WORKING-STORAGE SECTION.
001340 01  WS-MENU-ENTRY            PIC X(01).
001350 01  WS-CONFIRM-ENTRY         PIC X(01).
001360 01  WS-NUMBER-ENTRY          PIC X(10).
001370 01  WS-NEW-FIRST-NAME        PIC X(20).
001380 01  WS-STATUS-ENTRY          PIC X(01).
001390
001400 01  WS-SWITCHES.
001410     05  WS-SESSION-DONE-SWITCH    PIC X(01) VALUE "N".
001420         88  SESSION-IS-DONE           VALUE "Y".
001430     05  WS-BROWSE-DONE-SWITCH     PIC X(01) VALUE "N".
001440         88  BROWSE-IS-DONE            VALUE "Y".
001450     05  WS-RECORD-FOUND-SWITCH    PIC X(01) VALUE "N".
001460         88  RECORD-WAS-FOUND          VALUE "Y".
001470     05  WS-HISTORY-FOUND-SWITCH   PIC X(01) VALUE "N".
001480         88  HISTORY-WAS-FOUND         VALUE "Y".
001490
001500 01  WS-FILE-STATUSES.
001510     05  WS-CUSTMAST-STATUS        PIC X(02).
001520         88  CUSTMAST-FILE-NOT-FOUND  VALUE "35".
001530     05  WS-HIST-STATUS            PIC X(02).
001540     05  WS-JOURNAL-STATUS         PIC X(02).
001550     05  WS-OPERMAST-STATUS        PIC X(02).
001560         88  OPERMAST-FILE-NOT-FOUND  VALUE "35".
001570     05  WS-SIGNLOG-STATUS         PIC X(02).
001580
001590     COPY SIGNON.
001600
001610 01  WS-RUN-DATE               PIC 9(06).
001620
001630*    The master record as fetched, kept for the journal's before
001640*    image, and the journal function of the change in hand.
001650 01  WS-BEFORE-IMAGE           PIC X(63).
001660 01  WS-JOURNAL-FUNCTION       PIC X(01).
001670
001680 77  WS-ENTRY-LENGTH           PIC 9(02) COMP VALUE ZERO.
001690 77  WS-MAX-CUSTNO-DIGITS      PIC 9(02) COMP VALUE 5.
001700 77  WS-LISTED-COUNT           PIC 9(09) COMP VALUE ZERO.
001710 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
001720 77  WS-PAGE-NUMBER            PIC 9(03) COMP VALUE 1.
001730 77  WS-MAX-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.
001740
001750 01  LIST-HEADING-1.
001760     05  FILLER                PIC X(25) VALUE SPACES.
001770     05  FILLER                PIC X(30)
001780             VALUE "CUSTOMER MASTER LISTING".
001790     05  FILLER                PIC X(25) VALUE SPACES.
001800
001810 01  LIST-HEADING-2.
001820     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
001830     05  LH2-RUN-DATE          PIC 9(06).
001840     05  FILLER                PIC X(10) VALUE SPACES.
001850     05  FILLER                PIC X(06) VALUE "PAGE: ".
001860     05  LH2-PAGE-NO           PIC ZZ9.
001870     05  FILLER                PIC X(38) VALUE SPACES.
001880
001890 01  LIST-HEADING-3.
001900     05  FILLER                PIC X(10) VALUE "CUSTOMER".
001910     05  FILLER                PIC X(21) VALUE "LAST NAME".
001920     05  FILLER                PIC X(21) VALUE "FIRST NAME".
001930     05  FILLER                PIC X(10) VALUE "STATUS".
001940     05  FILLER                PIC X(08) VALUE "LAST ACT".
001950     05  FILLER                PIC X(10) VALUE SPACES.
001960
001970 01  LIST-DETAIL-LINE.
001980     05  LD-CUSTOMER-NUMBER    PIC 9(05).
001990     05  FILLER                PIC X(05) VALUE SPACES.
002000     05  LD-LAST-NAME          PIC X(21).
002010     05  LD-FIRST-NAME         PIC X(21).
002020     05  LD-STATUS             PIC X(08).
002030     05  FILLER                PIC X(02) VALUE SPACES.
002040     05  LD-LAST-ACTIVITY      PIC 9(06).
002050     05  FILLER                PIC X(12) VALUE SPACES.
002060
002070 01  LIST-TOTAL-LINE.
002080     05  FILLER                PIC X(18)
002090             VALUE "CUSTOMERS LISTED: ".
002100     05  LT-LISTED-COUNT       PIC ZZZ,ZZZ,ZZ9.
002110     05  FILLER                PIC X(51) VALUE SPACES.
002120
002130 PROCEDURE DIVISION.
002140
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002170     IF NOT SESSION-IS-DONE
002180         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
002190             UNTIL SESSION-IS-DONE
002200     END-IF
002210     PERFORM 9000-FINISH-UP THRU 9000-EXIT
002220     GOBACK.
002230
002240*----------------------------------------------------------------
002250* 1000 SERIES - START OF RUN
002260*----------------------------------------------------------------
002270 1000-INITIALIZE.
002280     ACCEPT WS-RUN-DATE FROM DATE
002290     OPEN I-O CUSTOMER-MASTER-FILE
002300     IF CUSTMAST-FILE-NOT-FOUND
002310         DISPLAY "NO CUSTOMER MASTER FILE ON FILE - NOTHING TO"
002320         DISPLAY "MAINTAIN"
002330         MOVE "Y" TO WS-SESSION-DONE-SWITCH
002340     ELSE
002350         IF WS-CUSTMAST-STATUS NOT = "00"
002360             DISPLAY "UNABLE TO OPEN CUSTOMER MASTER, STATUS "
002370                 WS-CUSTMAST-STATUS
002380             MOVE "Y" TO WS-SESSION-DONE-SWITCH
002390         END-IF
002400     END-IF
002410     IF NOT SESSION-IS-DONE
002420         OPEN INPUT TRANS-HISTORY-FILE
002430         IF WS-HIST-STATUS NOT = "00"
002440                 AND WS-HIST-STATUS NOT = "05"
002450             DISPLAY "UNABLE TO OPEN HISTORY MASTER, STATUS "
002460                 WS-HIST-STATUS
002470             MOVE "Y" TO WS-SESSION-DONE-SWITCH
002480         END-IF
002490     END-IF
002500     IF NOT SESSION-IS-DONE
002510         OPEN EXTEND MAINT-JOURNAL-FILE
002520         IF WS-JOURNAL-STATUS NOT = "00"
002530                 AND WS-JOURNAL-STATUS NOT = "05"
002540             OPEN OUTPUT MAINT-JOURNAL-FILE
002550         END-IF
002560         IF WS-JOURNAL-STATUS NOT = "00"
002570                 AND WS-JOURNAL-STATUS NOT = "05"
002580             DISPLAY "UNABLE TO OPEN MAINTENANCE JOURNAL, STATUS "
002590                 WS-JOURNAL-STATUS
002600             DISPLAY "NO CHANGES CAN BE JOURNALED - SESSION ENDED"
002610             MOVE "Y" TO WS-SESSION-DONE-SWITCH
002620         END-IF
002630     END-IF
002640     IF NOT SESSION-IS-DONE
002650         PERFORM 1500-SIGN-ON THRU 1500-EXIT
002660         IF NOT SO-SIGNED-ON
002670             MOVE "Y" TO WS-SESSION-DONE-SWITCH
002680         END-IF
002690     END-IF.
002700 1000-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------------
002740* 1500 SERIES - OPERATOR SIGN-ON
002750* No function is offered until an operator signs on against the
002760* operator master (OPERMAST, layout in OPERREC). A wrong PIN
002770* counts against the operator there, and the failure that
002780* reaches the lock threshold (see SIGNON) locks them until a
002790* supervisor unlocks them in OPER-MAINT; a good sign-on clears
002800* the count. Every attempt, the sign-off, and every function
002810* refused for authority go to the sign-on log (SIGNLOG). A
002820* session that cannot open either file cannot identify anyone,
002830* so it is refused.
002840*----------------------------------------------------------------
002850 1500-SIGN-ON.
002860     OPEN I-O OPERATOR-FILE
002870     IF WS-OPERMAST-STATUS NOT = "00"
002880         IF OPERMAST-FILE-NOT-FOUND
002890             DISPLAY "NO OPERATOR MASTER ON FILE - A SUPERVISOR"
002900             DISPLAY "MUST SET UP OPERATORS IN OPER-MAINT FIRST"
002910         ELSE
002920             DISPLAY "UNABLE TO OPEN OPERATOR MASTER, STATUS "
002930                 WS-OPERMAST-STATUS
002940         END-IF
002950     ELSE
002960         OPEN EXTEND SIGN-ON-LOG-FILE
002970         IF WS-SIGNLOG-STATUS NOT = "00"
002980                 AND WS-SIGNLOG-STATUS NOT = "05"
002990             OPEN OUTPUT SIGN-ON-LOG-FILE
003000         END-IF
003010         IF WS-SIGNLOG-STATUS = "00" OR WS-SIGNLOG-STATUS = "05"
003020             MOVE "Y" TO SO-FILES-OPEN-SWITCH
003030         ELSE
003040             DISPLAY "UNABLE TO OPEN SIGN-ON LOG, STATUS "
003050                 WS-SIGNLOG-STATUS
003060             CLOSE OPERATOR-FILE
003070         END-IF
003080     END-IF
003090     IF SO-FILES-ARE-OPEN
003100         PERFORM 1510-SIGN-ON-ATTEMPT THRU 1510-EXIT
003110             UNTIL SO-SIGNED-ON OR SO-SIGN-ON-ABANDONED
003120     END-IF
003130     IF NOT SO-SIGNED-ON
003140         DISPLAY "NOT SIGNED ON - SESSION ENDED"
003150     END-IF.
003160 1500-EXIT.
003170     EXIT.
003180
003190 1510-SIGN-ON-ATTEMPT.
003200     ADD 1 TO SO-ATTEMPT-COUNT
003210     DISPLAY "Operator ID (blank to quit):"
003220     MOVE SPACES TO SO-ID-ENTRY
003230     ACCEPT SO-ID-ENTRY
003240     IF SO-ID-ENTRY = SPACES
003250         MOVE "Y" TO SO-ABANDON-SWITCH
003260     ELSE
003270         DISPLAY "PIN:"
003280         MOVE SPACES TO SO-PIN-ENTRY
003290         ACCEPT SO-PIN-ENTRY
003300         PERFORM 1520-CHECK-OPERATOR THRU 1520-EXIT
003310         PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT
003320         IF NOT SO-SIGNED-ON
003330                 AND SO-ATTEMPT-COUNT NOT < SO-MAX-ATTEMPTS
003340             DISPLAY "TOO MANY SIGN-ON ATTEMPTS"
003350             MOVE "Y" TO SO-ABANDON-SWITCH
003360         END-IF
003370     END-IF.
003380 1510-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------------
003420* The PIN is checked before anything else about the operator, and
003430* an ID not on file, a wrong PIN, and a wrong PIN against a locked
003440* or inactive operator all get the same message, so the terminal
003450* does not confirm which IDs exist or what state they are in. The
003460* log still records which case it was. Only an operator who keys
003470* the right PIN is told they are locked or not active.
003480*----------------------------------------------------------------
003490 1520-CHECK-OPERATOR.
003500     MOVE SO-ID-ENTRY TO OP-OPERATOR-ID
003510     MOVE "U" TO SO-EVENT
003520     READ OPERATOR-FILE
003530         INVALID KEY
003540             CONTINUE
003550         NOT INVALID KEY
003560             MOVE SPACE TO SO-EVENT
003570     END-READ
003580     EVALUATE TRUE
003590         WHEN SO-EVENT = "U"
003600             DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
003610         WHEN OP-PIN NOT = SO-PIN-ENTRY
003620             EVALUATE TRUE
003630                 WHEN OP-IS-LOCKED
003640                     MOVE "K" TO SO-EVENT
003650                     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
003660                 WHEN NOT OP-ACTIVE
003670                     MOVE "I" TO SO-EVENT
003680                     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
003690                 WHEN OTHER
003700                     PERFORM 1530-COUNT-FAILED-SIGN-ON
003710                         THRU 1530-EXIT
003720             END-EVALUATE
003730         WHEN OP-IS-LOCKED
003740             MOVE "K" TO SO-EVENT
003750             DISPLAY "OPERATOR " OP-OPERATOR-ID
003760                 " IS LOCKED - SEE A SUPERVISOR"
003770         WHEN NOT OP-ACTIVE
003780             MOVE "I" TO SO-EVENT
003790             DISPLAY "OPERATOR " OP-OPERATOR-ID
003800                 " IS NOT ACTIVE - SEE A SUPERVISOR"
003810         WHEN OTHER
003820             MOVE "S" TO SO-EVENT
003830             MOVE ZERO TO OP-FAILED-SIGN-ONS
003840             MOVE WS-RUN-DATE TO OP-LAST-SIGN-ON-DATE
003850             ACCEPT OP-LAST-SIGN-ON-TIME FROM TIME
003860             PERFORM 1535-REWRITE-OPERATOR THRU 1535-EXIT
003870             MOVE "Y" TO SO-SIGNED-ON-SWITCH
003880             MOVE OP-OPERATOR-ID TO SO-OPERATOR-ID
003890             MOVE OP-AUTHORITY-LEVEL TO SO-OPERATOR-LEVEL
003900             DISPLAY "SIGNED ON: " OP-OPERATOR-ID " "
003910                 OP-OPERATOR-NAME
003920     END-EVALUATE.
003930 1520-EXIT.
003940     EXIT.
003950
003960 1530-COUNT-FAILED-SIGN-ON.
003970     ADD 1 TO OP-FAILED-SIGN-ONS
003980     IF OP-FAILED-SIGN-ONS NOT < SO-LOCK-THRESHOLD
003990         MOVE "Y" TO OP-LOCKED-FLAG
004000         MOVE "L" TO SO-EVENT
004010     ELSE
004020         MOVE "F" TO SO-EVENT
004030     END-IF
004040     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
004050     PERFORM 1535-REWRITE-OPERATOR THRU 1535-EXIT.
004060 1530-EXIT.
004070     EXIT.
004080
004090 1535-REWRITE-OPERATOR.
004100     REWRITE OPERATOR-RECORD
004110         INVALID KEY
004120             CONTINUE
004130     END-REWRITE
004140     IF WS-OPERMAST-STATUS NOT = "00"
004150         DISPLAY "UNABLE TO UPDATE OPERATOR MASTER, STATUS "
004160             WS-OPERMAST-STATUS
004170     END-IF.
004180 1535-EXIT.
004190     EXIT.
004200
004210 1540-LOG-SIGN-ON-EVENT.
004220     MOVE SPACES TO SIGN-ON-LOG-RECORD
004230     MOVE WS-RUN-DATE TO SL-DATE
004240     ACCEPT SL-TIME FROM TIME
004250     MOVE SO-ID-ENTRY TO SL-OPERATOR-ID
004260     MOVE "CUST-MAINT" TO SL-PROGRAM-NAME
004270     MOVE SO-EVENT TO SL-EVENT
004280     MOVE SO-SUBJECT-ID TO SL-SUBJECT-ID
004290     MOVE SO-FUNCTION-NAME TO SL-DETAIL
004300     WRITE SIGN-ON-LOG-RECORD
004310     IF WS-SIGNLOG-STATUS NOT = "00"
004320         DISPLAY "UNABLE TO WRITE SIGN-ON LOG, STATUS "
004330             WS-SIGNLOG-STATUS
004340     END-IF
004350     MOVE SPACES TO SO-SUBJECT-ID
004360     MOVE SPACES TO SO-FUNCTION-NAME.
004370 1540-EXIT.
004380     EXIT.
004390
004400*----------------------------------------------------------------
004410* A function the operator's level does not allow is refused and
004420* logged. The caller names the function and the level it needs.
004430*----------------------------------------------------------------
004440 1560-REFUSE-FUNCTION.
004450     DISPLAY "FUNCTION REFUSED - AUTHORITY NEEDED: "
004460         SO-LEVEL-NEEDED
004470     MOVE "R" TO SO-EVENT
004480     MOVE SO-OPERATOR-ID TO SO-ID-ENTRY
004490     PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT.
004500 1560-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------
004540* 2000 SERIES - MENU CONTROL
004550*----------------------------------------------------------------
004560 2000-PROCESS-MENU.
004570     DISPLAY " "
004580     DISPLAY "CUSTOMER MASTER MAINTENANCE"
004590     DISPLAY "  B - BROWSE MASTER IN KEY ORDER"
004600     DISPLAY "  C - CORRECT A FIRST NAME"
004610     DISPLAY "  S - SET CUSTOMER STATUS (ACTIVE/INACTIVE)"
004620     DISPLAY "  D - DELETE A CUSTOMER"
004630     DISPLAY "  L - PRINT FULL LISTING"
004640     DISPLAY "  X - EXIT"
004650     DISPLAY "Select function:"
004660     ACCEPT WS-MENU-ENTRY
004670     EVALUATE WS-MENU-ENTRY
004680         WHEN "B"
004690         WHEN "b"
004700             PERFORM 3000-BROWSE-MASTER THRU 3000-EXIT
004710         WHEN "C"
004720         WHEN "c"
004730             IF SO-CAN-MAINTAIN
004740                 PERFORM 4000-CORRECT-FIRST-NAME THRU 4000-EXIT
004750             ELSE
004760                 MOVE "CORRECT A FIRST NAME" TO SO-FUNCTION-NAME
004770                 MOVE "MAINTENANCE" TO SO-LEVEL-NEEDED
004780                 PERFORM 1560-REFUSE-FUNCTION THRU 1560-EXIT
004790             END-IF
004800         WHEN "S"
004810         WHEN "s"
004820             IF SO-IS-SUPERVISOR
004830                 PERFORM 4500-SET-CUSTOMER-STATUS THRU 4500-EXIT
004840             ELSE
004850                 MOVE "SET CUSTOMER STATUS" TO SO-FUNCTION-NAME
004860                 MOVE "SUPERVISOR" TO SO-LEVEL-NEEDED
004870                 PERFORM 1560-REFUSE-FUNCTION THRU 1560-EXIT
004880             END-IF
004890         WHEN "D"
004900         WHEN "d"
004910             IF SO-IS-SUPERVISOR
004920                 PERFORM 5000-DELETE-CUSTOMER THRU 5000-EXIT
004930             ELSE
004940                 MOVE "DELETE A CUSTOMER" TO SO-FUNCTION-NAME
004950                 MOVE "SUPERVISOR" TO SO-LEVEL-NEEDED
004960                 PERFORM 1560-REFUSE-FUNCTION THRU 1560-EXIT
004970             END-IF
004980         WHEN "L"
004990         WHEN "l"
005000             PERFORM 6000-PRINT-LISTING THRU 6000-EXIT
005010         WHEN "X"
005020         WHEN "x"
005030             MOVE "Y" TO WS-SESSION-DONE-SWITCH
005040         WHEN OTHER
005050             DISPLAY "Please enter B, C, S, D, L, or X."
005060     END-EVALUATE.
005070 2000-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------
005110* 3000 SERIES - BROWSE
005120*----------------------------------------------------------------
005130 3000-BROWSE-MASTER.
005140     MOVE "N" TO WS-BROWSE-DONE-SWITCH
005150     MOVE ZERO TO CM-CUSTOMER-NUMBER
005160     START CUSTOMER-MASTER-FILE
005170         KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
005180         INVALID KEY
005190             DISPLAY "THE CUSTOMER MASTER IS EMPTY."
005200             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
005210     END-START
005220     PERFORM 3100-BROWSE-ONE-RECORD THRU 3100-EXIT
005230         UNTIL BROWSE-IS-DONE.
005240 3000-EXIT.
005250     EXIT.
005260
005270 3100-BROWSE-ONE-RECORD.
005280     READ CUSTOMER-MASTER-FILE NEXT RECORD
005290         AT END
005300             DISPLAY "END OF CUSTOMER MASTER."
005310             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
005320     END-READ
005330     IF NOT BROWSE-IS-DONE
005340         IF WS-CUSTMAST-STATUS = "00" OR
005350                 WS-CUSTMAST-STATUS = "02"
005360             DISPLAY "CUSTOMER: " CM-CUSTOMER-NUMBER
005370                 "  LAST NAME: " CM-LAST-NAME
005380                 "  FIRST NAME: " CM-FIRST-NAME
005390                 "  STATUS: " CM-STATUS
005400         ELSE
005410             DISPLAY "READ ERROR ON CUSTOMER MASTER, STATUS "
005420                 WS-CUSTMAST-STATUS
005430             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
005440         END-IF
005450     END-IF.
005460 3100-EXIT.
005470     EXIT.
005480
005490*----------------------------------------------------------------
005500* 4000 SERIES - CORRECT FIRST NAME
005510*----------------------------------------------------------------
005520 4000-CORRECT-FIRST-NAME.
005530     PERFORM 7000-FETCH-BY-NUMBER THRU 7000-EXIT
005540     IF RECORD-WAS-FOUND
005550         DISPLAY "FIRST NAME ON FILE IS: " CM-FIRST-NAME
005560         DISPLAY "Enter the corrected first name:"
005570         ACCEPT WS-NEW-FIRST-NAME
005580         IF WS-NEW-FIRST-NAME = SPACES
005590             DISPLAY "NO NAME ENTERED - RECORD LEFT UNCHANGED."
005600         ELSE
005610             MOVE WS-NEW-FIRST-NAME TO CM-FIRST-NAME
005620             REWRITE CUSTOMER-MASTER-RECORD
005630                 INVALID KEY
005640                     DISPLAY "UNABLE TO REWRITE RECORD, STATUS "
005650                         WS-CUSTMAST-STATUS
005660             END-REWRITE
005670             IF WS-CUSTMAST-STATUS = "00"
005680                 DISPLAY "FIRST NAME CORRECTED."
005690                 MOVE "C" TO WS-JOURNAL-FUNCTION
005700                 PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
005710             END-IF
005720         END-IF
005730     END-IF.
005740 4000-EXIT.
005750     EXIT.
005760
005770*----------------------------------------------------------------
005780* 4500 SERIES - SET CUSTOMER STATUS
005790* Closing an account is a status change, not a delete: an
005800* inactive customer keeps their number and their history but
005810* can no longer be posted against in PRACTICE-ROOM.
005820*----------------------------------------------------------------
005830 4500-SET-CUSTOMER-STATUS.
005840     PERFORM 7000-FETCH-BY-NUMBER THRU 7000-EXIT
005850     IF RECORD-WAS-FOUND
005860         DISPLAY "ON FILE: " CM-CUSTOMER-NUMBER " "
005870             CM-LAST-NAME " " CM-FIRST-NAME
005880             "  STATUS: " CM-STATUS
005890         DISPLAY "Enter the new status (A=Active I=Inactive):"
005900         ACCEPT WS-STATUS-ENTRY
005910         EVALUATE WS-STATUS-ENTRY
005920             WHEN "A"
005930             WHEN "a"
005940                 IF CM-MERGED-INTO > ZERO
005950                     DISPLAY "CUSTOMER WAS MERGED INTO "
005960                         CM-MERGED-INTO " - IT STAYS INACTIVE."
005970                 ELSE
005980                     MOVE "A" TO CM-STATUS
005990                     PERFORM 4600-REWRITE-STATUS THRU 4600-EXIT
006000                 END-IF
006010             WHEN "I"
006020             WHEN "i"
006030                 MOVE "I" TO CM-STATUS
006040                 PERFORM 4600-REWRITE-STATUS THRU 4600-EXIT
006050             WHEN OTHER
006060                 DISPLAY "NO CHANGE - ENTER A OR I."
006070         END-EVALUATE
006080     END-IF.
006090 4500-EXIT.
006100     EXIT.
006110
006120 4600-REWRITE-STATUS.
006130     REWRITE CUSTOMER-MASTER-RECORD
006140         INVALID KEY
006150             DISPLAY "UNABLE TO REWRITE RECORD, STATUS "
006160                 WS-CUSTMAST-STATUS
006170     END-REWRITE
006180     IF WS-CUSTMAST-STATUS = "00"
006190         DISPLAY "CUSTOMER STATUS SET TO " CM-STATUS "."
006200         MOVE "S" TO WS-JOURNAL-FUNCTION
006210         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
006220     END-IF.
006230 4600-EXIT.
006240     EXIT.
006250
006260*----------------------------------------------------------------
006270* 5000 SERIES - DELETE
006280* Delete is for dead entries only: a customer with rows on the
006290* transaction history master is blocked outright, or deleting
006300* them would orphan the audit trail. Close the account with
006310* the S function instead.
006320*----------------------------------------------------------------
006330 5000-DELETE-CUSTOMER.
006340     PERFORM 7000-FETCH-BY-NUMBER THRU 7000-EXIT
006350     IF RECORD-WAS-FOUND
006360         PERFORM 5500-CHECK-HISTORY THRU 5500-EXIT
006370         IF HISTORY-WAS-FOUND
006380             DISPLAY "CUSTOMER " CM-CUSTOMER-NUMBER " HAS"
006390                 " TRANSACTION HISTORY - DELETE BLOCKED."
006400             DISPLAY "SET THE STATUS TO INACTIVE INSTEAD."
006410         ELSE
006420             DISPLAY "ON FILE: " CM-CUSTOMER-NUMBER " "
006430                 CM-LAST-NAME " " CM-FIRST-NAME
006440             DISPLAY "Delete this customer? (Y/N)"
006450             ACCEPT WS-CONFIRM-ENTRY
006460             IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
006470                 DELETE CUSTOMER-MASTER-FILE
006480                     INVALID KEY
006490                         DISPLAY "UNABLE TO DELETE RECORD,"
006500                             " STATUS " WS-CUSTMAST-STATUS
006510                 END-DELETE
006520                 IF WS-CUSTMAST-STATUS = "00"
006530                     DISPLAY "CUSTOMER DELETED."
006540                     MOVE "D" TO WS-JOURNAL-FUNCTION
006550                     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
006560                 END-IF
006570             ELSE
006580                 DISPLAY "DELETE CANCELLED - RECORD LEFT ON"
006590                     " FILE."
006600             END-IF
006610         END-IF
006620     END-IF.
006630 5000-EXIT.
006640     EXIT.
006650
006660*----------------------------------------------------------------
006670* Any history row for the customer blocks the delete. The
006680* history key starts with the customer number, so one START
006690* and one READ NEXT settle it.
006700*----------------------------------------------------------------
006710 5500-CHECK-HISTORY.
006720     MOVE "N" TO WS-HISTORY-FOUND-SWITCH
006730     MOVE CM-CUSTOMER-NUMBER TO TH-CUSTOMER-NUMBER
006740     MOVE ZERO TO TH-TRANS-DATE
006750     MOVE ZERO TO TH-SEQUENCE-NUMBER
006760     START TRANS-HISTORY-FILE
006770         KEY IS NOT LESS THAN TH-KEY
006780         INVALID KEY
006790             CONTINUE
006800     END-START
006810     IF WS-HIST-STATUS = "00"
006820         READ TRANS-HISTORY-FILE NEXT RECORD
006830             AT END
006840                 CONTINUE
006850             NOT AT END
006860                 IF TH-CUSTOMER-NUMBER = CM-CUSTOMER-NUMBER
006870                     MOVE "Y" TO WS-HISTORY-FOUND-SWITCH
006880                 END-IF
006890         END-READ
006900     END-IF.
006910 5500-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------------
006950* 6000 SERIES - FULL LISTING
006960*----------------------------------------------------------------
006970 6000-PRINT-LISTING.
006980     MOVE ZERO TO WS-LISTED-COUNT
006990     MOVE ZERO TO WS-LINE-COUNT
007000     MOVE 1 TO WS-PAGE-NUMBER
007010     MOVE "N" TO WS-BROWSE-DONE-SWITCH
007020     OPEN OUTPUT LIST-FILE
007030     MOVE ZERO TO CM-CUSTOMER-NUMBER
007040     START CUSTOMER-MASTER-FILE
007050         KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
007060         INVALID KEY
007070             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
007080     END-START
007090     PERFORM 6100-LIST-ONE-RECORD THRU 6100-EXIT
007100         UNTIL BROWSE-IS-DONE
007110     IF WS-LINE-COUNT = ZERO
007120         PERFORM 6200-WRITE-LIST-HEADERS THRU 6200-EXIT
007130     END-IF
007140     MOVE WS-LISTED-COUNT TO LT-LISTED-COUNT
007150     WRITE LIST-LINE FROM LIST-TOTAL-LINE
007160     CLOSE LIST-FILE
007170     DISPLAY "LISTING COMPLETE - " WS-LISTED-COUNT
007180         " CUSTOMER(S) WRITTEN TO CUSTLIST".
007190 6000-EXIT.
007200     EXIT.
007210
007220 6100-LIST-ONE-RECORD.
007230     READ CUSTOMER-MASTER-FILE NEXT RECORD
007240         AT END
007250             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
007260     END-READ
007270     IF NOT BROWSE-IS-DONE
007280         IF WS-CUSTMAST-STATUS = "00" OR
007290                 WS-CUSTMAST-STATUS = "02"
007300             PERFORM 6150-WRITE-LIST-LINE THRU 6150-EXIT
007310         ELSE
007320             DISPLAY "READ ERROR ON CUSTOMER MASTER, STATUS "
007330                 WS-CUSTMAST-STATUS
007340             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
007350         END-IF
007360     END-IF.
007370 6100-EXIT.
007380     EXIT.
007390
007400 6150-WRITE-LIST-LINE.
007410     IF WS-LINE-COUNT = ZERO OR
007420             WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
007430         PERFORM 6200-WRITE-LIST-HEADERS THRU 6200-EXIT
007440     END-IF
007450     MOVE SPACES TO LIST-DETAIL-LINE
007460     MOVE CM-CUSTOMER-NUMBER TO LD-CUSTOMER-NUMBER
007470     MOVE CM-LAST-NAME TO LD-LAST-NAME
007480     MOVE CM-FIRST-NAME TO LD-FIRST-NAME
007490     IF CM-CUST-INACTIVE
007500         MOVE "INACTIVE" TO LD-STATUS
007510     ELSE
007520         MOVE "ACTIVE" TO LD-STATUS
007530     END-IF
007540     MOVE CM-LAST-ACTIVITY TO LD-LAST-ACTIVITY
007550     WRITE LIST-LINE FROM LIST-DETAIL-LINE
007560     ADD 1 TO WS-LINE-COUNT
007570     ADD 1 TO WS-LISTED-COUNT.
007580 6150-EXIT.
007590     EXIT.
007600
007610 6200-WRITE-LIST-HEADERS.
007620     IF WS-LINE-COUNT NOT = ZERO
007630         ADD 1 TO WS-PAGE-NUMBER
007640     END-IF
007650     MOVE WS-RUN-DATE TO LH2-RUN-DATE
007660     MOVE WS-PAGE-NUMBER TO LH2-PAGE-NO
007670     WRITE LIST-LINE FROM LIST-HEADING-1
007680     WRITE LIST-LINE FROM LIST-HEADING-2
007690     WRITE LIST-LINE FROM LIST-HEADING-3
007700     MOVE ZERO TO WS-LINE-COUNT.
007710 6200-EXIT.
007720     EXIT.
007730
007740*----------------------------------------------------------------
007750* 7000 SERIES - COMMON LOOKUP
007760*----------------------------------------------------------------
007770 7000-FETCH-BY-NUMBER.
007780     MOVE "N" TO WS-RECORD-FOUND-SWITCH
007790     DISPLAY "Enter the customer number:"
007800     MOVE SPACES TO WS-NUMBER-ENTRY
007810     ACCEPT WS-NUMBER-ENTRY
007820     MOVE ZERO TO WS-ENTRY-LENGTH
007830     INSPECT WS-NUMBER-ENTRY TALLYING WS-ENTRY-LENGTH
007840         FOR CHARACTERS BEFORE INITIAL SPACE
007850     IF WS-ENTRY-LENGTH > ZERO
007860             AND WS-ENTRY-LENGTH NOT > WS-MAX-CUSTNO-DIGITS
007870             AND WS-NUMBER-ENTRY (1:WS-ENTRY-LENGTH) IS NUMERIC
007880         MOVE WS-NUMBER-ENTRY (1:WS-ENTRY-LENGTH)
007890             TO CM-CUSTOMER-NUMBER
007900         READ CUSTOMER-MASTER-FILE
007910             INVALID KEY
007920                 DISPLAY "NO CUSTOMER ON FILE WITH NUMBER "
007930                     WS-NUMBER-ENTRY
007940             NOT INVALID KEY
007950                 MOVE "Y" TO WS-RECORD-FOUND-SWITCH
007960                 MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
007970         END-READ
007980     ELSE
007990         DISPLAY "THAT IS NOT A CUSTOMER NUMBER."
008000     END-IF.
008010 7000-EXIT.
008020     EXIT.
008030
008040*----------------------------------------------------------------
008050* 8000 SERIES - MAINTENANCE JOURNAL
008060* Called only after the master change has succeeded, so the
008070* journal holds what was actually done. The before image is
008080* the record as fetched; the after image is the record as
008090* rewritten, or spaces for a delete.
008100*----------------------------------------------------------------
008110 8000-WRITE-JOURNAL.
008120     MOVE SPACES TO MAINT-JOURNAL-RECORD
008130     MOVE CM-CUSTOMER-NUMBER TO MJ-CUSTOMER-NUMBER
008140     MOVE WS-JOURNAL-FUNCTION TO MJ-FUNCTION
008150     MOVE WS-RUN-DATE TO MJ-DATE
008160     ACCEPT MJ-TIME FROM TIME
008170     MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
008180     MOVE SO-OPERATOR-ID TO MJ-OPERATOR-ID
008190     IF NOT MJ-FUNC-DELETE
008200         MOVE CUSTOMER-MASTER-RECORD TO MJ-AFTER-IMAGE
008210     END-IF
008220     WRITE MAINT-JOURNAL-RECORD
008230     IF WS-JOURNAL-STATUS NOT = "00"
008240         DISPLAY "CHANGE MADE BUT NOT JOURNALED, STATUS "
008250             WS-JOURNAL-STATUS
008260         DISPLAY "REPORT THIS CHANGE TO THE SUPERVISOR."
008270     END-IF
008280     MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE.
008290 8000-EXIT.
008300     EXIT.
008310
008320*----------------------------------------------------------------
008330* 9000 SERIES - END OF RUN
008340*----------------------------------------------------------------
008350 9000-FINISH-UP.
008360     DISPLAY "Goodbye!"
008370     CLOSE TRANS-HISTORY-FILE
008380     CLOSE MAINT-JOURNAL-FILE
008390     CLOSE CUSTOMER-MASTER-FILE
008400     PERFORM 9900-SIGN-OFF THRU 9900-EXIT.
008410 9000-EXIT.
008420     EXIT.
008430
008440*----------------------------------------------------------------
008450* The sign-off is logged, and the operator files closed, last.
008460*----------------------------------------------------------------
008470 9900-SIGN-OFF.
008480     IF SO-SIGNED-ON
008490         MOVE "O" TO SO-EVENT
008500         MOVE SO-OPERATOR-ID TO SO-ID-ENTRY
008510         PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT
008520     END-IF
008530     IF SO-FILES-ARE-OPEN
008540         CLOSE SIGN-ON-LOG-FILE
008550         CLOSE OPERATOR-FILE
008560         MOVE "N" TO SO-FILES-OPEN-SWITCH
008570     END-IF.
008580 9900-EXIT.
008590     EXIT.
008600
008610 END PROGRAM CUST-MAINT.
