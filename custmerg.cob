000010*****************************************************************
000020*Date October 15, 2026
000030*Purpose: Merge a duplicate customer number into its survivor
000040*Tectonics: cobc
000050*----------------------------------------------------------------
000060*Modification History:
000070* 2026-10-15 DL   - Initial version. PRACTICE-ROOM matches on last
000080*            and first name together, so one person keyed two
000090*            ways holds two customer numbers, and CUST-MAINT
000100*            rightly refuses to delete the one with history.
000110*            This program takes a surviving number and a
000120*            duplicate, shows both records with their history
000130*            counts, and on confirmation moves the duplicate's
000140*            TRANHIST entries under the survivor (renumbering the
000150*            sequence within each date so no key collides, and
000160*            carrying reversal links across), writes a copy of
000170*            the open items with the duplicate's entries
000180*            repointed to OPENNEW for the operator to swap in
000190*            (the RECON-MATCH convention - OPENITEM is never
000200*            touched in place), sets the duplicate inactive with
000210*            a pointer to the survivor, brings the survivor's
000220*            CM-LAST-ACTIVITY up to date, journals both records
000230*            to MAINTJNL, and prints what was moved to MERGRPT.
000240*            Every step is undone if a later one fails, so a
000250*            merge that cannot finish leaves both customers as
000260*            they were. One merge per run.
000270* 2026-10-15 DL   - The run now starts with an operator sign-on
000280*            against the operator master (OPERMAST, layout in
000290*            OPERREC), and only a supervisor may merge; anyone
000300*            else is refused before a file is opened. Sign-ons,
000310*            sign-offs, and the refusal go to the sign-on log
000320*            (SIGNLOG), and both journal records carry the
000330*            supervisor who made the merge (see MAINTJNL).
000340* 2026-10-15 DL   - No merge is made when MERGRPT cannot be
000350*            opened, since nothing would record what was moved;
000360*            the run ends with return code 8 and both customers
000370*            are left as they were.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. CUST-MERGE.
000410 AUTHOR. DATA-PROCESSING-TEAM.
000420 INSTALLATION. TRAINING-DEPT.
000430 DATE-WRITTEN. OCTOBER 15, 2026.
000440 DATE-COMPILED.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CM-CUSTOMER-NUMBER
000520         ALTERNATE RECORD KEY IS CM-LAST-NAME
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-CUSTMAST-STATUS.
000550
000560*    OPTIONAL: an installation that has never run HIST-LOAD has
000570*    no history to move.
000580     SELECT OPTIONAL TRANS-HISTORY-FILE ASSIGN TO "TRANHIST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS TH-KEY
000620         FILE STATUS IS WS-HIST-STATUS.
000630
000640     SELECT OPTIONAL OPEN-ITEM-IN-FILE ASSIGN TO "OPENITEM"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-OPENIN-STATUS.
000670
000680     SELECT OPEN-ITEM-OUT-FILE ASSIGN TO "OPENNEW"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-OPENOUT-STATUS.
000710
000720     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-JOURNAL-STATUS.
000750
000760     SELECT MERGE-PRINT-FILE ASSIGN TO "MERGRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-PRINT-STATUS.
000790
000800     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS OP-OPERATOR-ID
000840         FILE STATUS IS WS-OPERMAST-STATUS.
000850
000860     SELECT SIGN-ON-LOG-FILE ASSIGN TO "SIGNLOG"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-SIGNLOG-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  CUSTOMER-MASTER-FILE.
000930     COPY CUSTREC.
000940
000950 FD  TRANS-HISTORY-FILE.
000960     COPY HISTREC.
000970
000980*    The open-items file as RECON-MATCH keeps it: read from
000990*    OPENITEM, every record copied to OPENNEW with the
001000*    duplicate's entries repointed to the survivor.
001010 FD  OPEN-ITEM-IN-FILE.
001020 01  OPEN-ITEM-IN-RECORD.
001030     05  OI-CUSTOMER-NUMBER   PIC 9(05).
001040     05  OI-FULL-NAME         PIC X(42).
001050     05  OI-RESULT            PIC S9(19)V9(19) SIGN LEADING
001060                                  SEPARATE.
001070     05  OI-FIRST-SEEN-DATE   PIC 9(06).
001080     05  OI-TRANS-REFERENCE   PIC 9(10).
001090
001100 FD  OPEN-ITEM-OUT-FILE.
001110 01  OPEN-ITEM-OUT-RECORD.
001120     05  ON-CUSTOMER-NUMBER   PIC 9(05).
001130     05  ON-FULL-NAME         PIC X(42).
001140     05  ON-RESULT            PIC S9(19)V9(19) SIGN LEADING
001150                                  SEPARATE.
001160     05  ON-FIRST-SEEN-DATE   PIC 9(06).
001170     05  ON-TRANS-REFERENCE   PIC 9(10).
001180
001190 FD  MAINT-JOURNAL-FILE.
001200     COPY MAINTJNL.
001210
001220 FD  OPERATOR-FILE.
001230     COPY OPERREC.
001240
001250 FD  SIGN-ON-LOG-FILE.
001260     COPY SIGNLOG.
001270
001280 FD  MERGE-PRINT-FILE.
001290 01  MERGE-PRINT-LINE         PIC X(132).
001300
001310 WORKING-STORAGE SECTION.
001320 01  WS-CONFIRM-ENTRY         PIC X(01).
001330 01  WS-NUMBER-ENTRY          PIC X(10).
001340
001350 01  WS-SWITCHES.
001360     05  WS-SESSION-DONE-SWITCH    PIC X(01) VALUE "N".
001370         88  SESSION-IS-DONE           VALUE "Y".
001380     05  WS-RECORD-FOUND-SWITCH    PIC X(01) VALUE "N".
001390         88  RECORD-WAS-FOUND          VALUE "Y".
001400     05  WS-PAIR-VALID-SWITCH      PIC X(01) VALUE "N".
001410         88  PAIR-IS-VALID             VALUE "Y".
001420     05  WS-MERGE-FAILED-SWITCH    PIC X(01) VALUE "N".
001430         88  MERGE-HAS-FAILED          VALUE "Y".
001440     05  WS-SCAN-DONE-SWITCH       PIC X(01) VALUE "N".
001450         88  SCAN-IS-DONE              VALUE "Y".
001460     05  WS-OPEN-ITEMS-SWITCH      PIC X(01) VALUE "N".
001470         88  OPEN-ITEMS-WRITTEN        VALUE "Y".
001480     05  WS-HIST-OPEN-SWITCH       PIC X(01) VALUE "N".
001490         88  HISTORY-IS-OPEN           VALUE "Y".
001500
001510 01  WS-FILE-STATUSES.
001520     05  WS-CUSTMAST-STATUS        PIC X(02).
001530         88  CUSTMAST-FILE-NOT-FOUND  VALUE "35".
001540     05  WS-HIST-STATUS            PIC X(02).
001550     05  WS-OPENIN-STATUS          PIC X(02).
001560     05  WS-OPENOUT-STATUS         PIC X(02).
001570     05  WS-JOURNAL-STATUS         PIC X(02).
001580     05  WS-PRINT-STATUS           PIC X(02).
001590     05  WS-OPERMAST-STATUS        PIC X(02).
001600         88  OPERMAST-FILE-NOT-FOUND  VALUE "35".
001610     05  WS-SIGNLOG-STATUS         PIC X(02).
001620
001630     COPY SIGNON.
001640
001650 01  WS-RUN-DATE               PIC 9(06).
001660
001670*    The two customers as fetched. The saved images are the
001680*    journal's before images and what a failed merge puts back.
001690*    Both are laid out as the customer master record (CUSTREC).
001700 01  WS-SURVIVOR-IMAGE.
001710     05  WV-CUSTOMER-NUMBER        PIC 9(05).
001720     05  WV-LAST-NAME              PIC X(20).
001730     05  WV-FIRST-NAME             PIC X(20).
001740     05  WV-STATUS                 PIC X(01).
001750     05  WV-DATE-ADDED             PIC 9(06).
001760     05  WV-LAST-ACTIVITY          PIC 9(06).
001770     05  WV-MERGED-INTO            PIC 9(05).
001780 01  WS-DUPLICATE-IMAGE.
001790     05  WD-CUSTOMER-NUMBER        PIC 9(05).
001800     05  WD-LAST-NAME              PIC X(20).
001810     05  WD-FIRST-NAME             PIC X(20).
001820     05  WD-STATUS                 PIC X(01).
001830     05  WD-DATE-ADDED             PIC 9(06).
001840     05  WD-LAST-ACTIVITY          PIC 9(06).
001850     05  WD-MERGED-INTO            PIC 9(05).
001860 77  WS-SURVIVOR-NUMBER        PIC 9(05) VALUE ZERO.
001870 77  WS-DUPLICATE-NUMBER       PIC 9(05) VALUE ZERO.
001880 77  WS-SURVIVOR-LAST-ACTIVITY PIC 9(06) VALUE ZERO.
001890 77  WS-DUPLICATE-LAST-ACTIVITY
001900                               PIC 9(06) VALUE ZERO.
001910 77  WS-NEW-LAST-ACTIVITY      PIC 9(06) VALUE ZERO.
001920 77  WS-SURVIVOR-HIST-COUNT    PIC 9(09) COMP VALUE ZERO.
001930 01  WS-SURVIVOR-NAME          PIC X(42).
001940 01  WS-DUPLICATE-NAME         PIC X(42).
001950 01  WS-BUILT-NAME             PIC X(42).
001960
001970 77  WS-ENTRY-LENGTH           PIC 9(02) COMP VALUE ZERO.
001980 77  WS-MAX-CUSTNO-DIGITS      PIC 9(02) COMP VALUE 5.
001990
002000*    The duplicate's history, one entry per TRANHIST row in key
002010*    order: its date, its old sequence, and the sequence it
002020*    takes under the survivor. A merge is refused outright when
002030*    the duplicate has more rows than the table holds.
002040 77  WS-MOVE-COUNT             PIC 9(05) COMP VALUE ZERO.
002050 77  WS-MAX-MOVES              PIC 9(05) COMP VALUE 5000.
002060 77  WS-MOVE-SUB               PIC 9(05) COMP VALUE ZERO.
002070 77  WS-FIND-SUB               PIC 9(05) COMP VALUE ZERO.
002080 77  WS-FOUND-SUB              PIC 9(05) COMP VALUE ZERO.
002090 77  WS-COPIED-COUNT           PIC 9(05) COMP VALUE ZERO.
002100 77  WS-DELETED-COUNT          PIC 9(05) COMP VALUE ZERO.
002110 77  WS-SEQUENCE-DATE          PIC 9(06) VALUE ZERO.
002120 77  WS-NEXT-SEQUENCE          PIC 9(05) VALUE ZERO.
002130 77  WS-MAX-SEQUENCE           PIC 9(04) VALUE 9999.
002140 01  WS-MOVE-TABLE.
002150     05  MT-ENTRY OCCURS 5000 TIMES.
002160         10  MT-TRANS-DATE     PIC 9(06).
002170         10  MT-OLD-SEQUENCE   PIC 9(04).
002180         10  MT-NEW-SEQUENCE   PIC 9(04).
002190
002200 77  WS-OPEN-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
002210 77  WS-REPOINTED-COUNT        PIC 9(09) COMP VALUE ZERO.
002220 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
002230 77  WS-PAGE-NUMBER            PIC 9(03) COMP VALUE ZERO.
002240 77  WS-MAX-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.
002250
002260 01  MERGE-HEADING-1.
002270     05  FILLER                PIC X(40) VALUE SPACES.
002280     05  FILLER                PIC X(40)
002290             VALUE "CUSTOMER MERGE REPORT".
002300     05  FILLER                PIC X(52) VALUE SPACES.
002310
002320 01  MERGE-HEADING-2.
002330     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
002340     05  GH2-RUN-DATE          PIC 9(06).
002350     05  FILLER                PIC X(10) VALUE SPACES.
002360     05  FILLER                PIC X(06) VALUE "PAGE: ".
002370     05  GH2-PAGE-NO           PIC ZZ9.
002380     05  FILLER                PIC X(97) VALUE SPACES.
002390
002400 01  MERGE-CUSTOMER-LINE.
002410     05  GC-LABEL              PIC X(11).
002420     05  GC-CUSTOMER-NUMBER    PIC 9(05).
002430     05  FILLER                PIC X(02) VALUE SPACES.
002440     05  GC-FULL-NAME          PIC X(42).
002450     05  FILLER                PIC X(08) VALUE " STATUS ".
002460     05  GC-STATUS             PIC X(01).
002470     05  FILLER                PIC X(15)
002480             VALUE "  LAST ACTIVITY".
002490     05  FILLER                PIC X(01) VALUE SPACES.
002500     05  GC-LAST-ACTIVITY      PIC 9(06).
002510     05  FILLER                PIC X(15)
002520             VALUE "  HISTORY ROWS ".
002530     05  GC-HISTORY-COUNT      PIC ZZZ,ZZZ,ZZ9.
002540     05  FILLER                PIC X(15) VALUE SPACES.
002550
002560 01  MERGE-HEADING-3.
002570     05  FILLER                PIC X(20) VALUE "OLD KEY".
002580     05  FILLER                PIC X(20) VALUE "NEW KEY".
002590     05  FILLER                PIC X(10) VALUE "OPERATION".
002600     05  FILLER                PIC X(26) VALUE "RESULT".
002610     05  FILLER                PIC X(09) VALUE "REFERENCE".
002620     05  FILLER                PIC X(47) VALUE SPACES.
002630
002640 01  MERGE-DETAIL-LINE.
002650     05  GD-OLD-CUSTOMER       PIC 9(05).
002660     05  FILLER                PIC X(01) VALUE "-".
002670     05  GD-OLD-DATE           PIC 9(06).
002680     05  FILLER                PIC X(01) VALUE "-".
002690     05  GD-OLD-SEQUENCE       PIC 9(04).
002700     05  FILLER                PIC X(03) VALUE SPACES.
002710     05  GD-NEW-CUSTOMER       PIC 9(05).
002720     05  FILLER                PIC X(01) VALUE "-".
002730     05  GD-NEW-DATE           PIC 9(06).
002740     05  FILLER                PIC X(01) VALUE "-".
002750     05  GD-NEW-SEQUENCE       PIC 9(04).
002760     05  FILLER                PIC X(03) VALUE SPACES.
002770     05  GD-OPERATION          PIC X(08).
002780     05  FILLER                PIC X(02) VALUE SPACES.
002790     05  GD-RESULT             PIC -(18)9.9(04).
002800     05  FILLER                PIC X(02) VALUE SPACES.
002810     05  GD-TRANS-REFERENCE    PIC 9(10).
002820     05  FILLER                PIC X(46) VALUE SPACES.
002830
002840 01  MERGE-TOTAL-LINE.
002850     05  GT-LABEL              PIC X(30).
002860     05  GT-COUNT              PIC ZZZ,ZZZ,ZZ9.
002870     05  FILLER                PIC X(91) VALUE SPACES.
002880
002890 01  MERGE-MESSAGE-LINE.
002900     05  GM-MESSAGE            PIC X(80).
002910     05  FILLER                PIC X(52) VALUE SPACES.
002920
002930 PROCEDURE DIVISION.
002940
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002970     IF NOT SESSION-IS-DONE
002980         PERFORM 2000-SELECT-PAIR THRU 2000-EXIT
002990     END-IF
003000     IF NOT SESSION-IS-DONE AND PAIR-IS-VALID
003010         PERFORM 2500-CONFIRM-MERGE THRU 2500-EXIT
003020     END-IF
003030     IF NOT SESSION-IS-DONE AND PAIR-IS-VALID
003040         PERFORM 3000-RUN-MERGE THRU 3000-EXIT
003050     END-IF
003060     PERFORM 9000-FINISH-UP THRU 9000-EXIT
003070     GOBACK.
003080
003090*----------------------------------------------------------------
003100* 1000 SERIES - START OF RUN
003110* Only a signed-on supervisor gets as far as the files. The
003120* master and history are opened for update and the journal
003130* for EXTEND; a session that cannot journal is refused, the way
003140* CUST-MAINT refuses one.
003150*----------------------------------------------------------------
003160 1000-INITIALIZE.
003170     ACCEPT WS-RUN-DATE FROM DATE
003180     PERFORM 1500-SIGN-ON THRU 1500-EXIT
003190     IF NOT SO-SIGNED-ON
003200         MOVE "Y" TO WS-SESSION-DONE-SWITCH
003210     ELSE
003220         IF NOT SO-IS-SUPERVISOR
003230             MOVE "MERGE CUSTOMERS" TO SO-FUNCTION-NAME
003240             MOVE "SUPERVISOR" TO SO-LEVEL-NEEDED
003250             PERFORM 1560-REFUSE-FUNCTION THRU 1560-EXIT
003260             MOVE "Y" TO WS-SESSION-DONE-SWITCH
003270         END-IF
003280     END-IF
003290     IF NOT SESSION-IS-DONE
003300         OPEN I-O CUSTOMER-MASTER-FILE
003310         IF CUSTMAST-FILE-NOT-FOUND
003320             DISPLAY "NO CUSTOMER MASTER FILE ON FILE -"
003330             DISPLAY "NOTHING TO MERGE"
003340             MOVE "Y" TO WS-SESSION-DONE-SWITCH
003350         ELSE
003360             IF WS-CUSTMAST-STATUS NOT = "00"
003370                 DISPLAY "UNABLE TO OPEN CUSTOMER MASTER, STATUS "
003380                     WS-CUSTMAST-STATUS
003390                 CLOSE CUSTOMER-MASTER-FILE
003400                 MOVE "Y" TO WS-SESSION-DONE-SWITCH
003410             END-IF
003420         END-IF
003430     END-IF
003440     IF NOT SESSION-IS-DONE
003450         OPEN I-O TRANS-HISTORY-FILE
003460         IF WS-HIST-STATUS = "00" OR WS-HIST-STATUS = "05"
003470             MOVE "Y" TO WS-HIST-OPEN-SWITCH
003480         ELSE
003490             DISPLAY "UNABLE TO OPEN HISTORY MASTER, STATUS "
003500                 WS-HIST-STATUS
003510             CLOSE CUSTOMER-MASTER-FILE
003520             MOVE "Y" TO WS-SESSION-DONE-SWITCH
003530         END-IF
003540     END-IF
003550     IF NOT SESSION-IS-DONE
003560         OPEN EXTEND MAINT-JOURNAL-FILE
003570         IF WS-JOURNAL-STATUS NOT = "00"
003580                 AND WS-JOURNAL-STATUS NOT = "05"
003590             OPEN OUTPUT MAINT-JOURNAL-FILE
003600         END-IF
003610         IF WS-JOURNAL-STATUS NOT = "00"
003620                 AND WS-JOURNAL-STATUS NOT = "05"
003630             DISPLAY "UNABLE TO OPEN MAINTENANCE JOURNAL, STATUS "
003640                 WS-JOURNAL-STATUS
003650             DISPLAY "NO MERGE CAN BE JOURNALED - SESSION ENDED"
003660             CLOSE TRANS-HISTORY-FILE
003670             CLOSE CUSTOMER-MASTER-FILE
003680             MOVE "N" TO WS-HIST-OPEN-SWITCH
003690             MOVE "Y" TO WS-SESSION-DONE-SWITCH
003700         END-IF
003710     END-IF.
003720 1000-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------
003760* 1500 SERIES - OPERATOR SIGN-ON
003770* No function is offered until an operator signs on against the
003780* operator master (OPERMAST, layout in OPERREC). A wrong PIN
003790* counts against the operator there, and the failure that
003800* reaches the lock threshold (see SIGNON) locks them until a
003810* supervisor unlocks them in OPER-MAINT; a good sign-on clears
003820* the count. Every attempt, the sign-off, and every function
003830* refused for authority go to the sign-on log (SIGNLOG). A
003840* session that cannot open either file cannot identify anyone,
003850* so it is refused.
003860*----------------------------------------------------------------
003870 1500-SIGN-ON.
003880     OPEN I-O OPERATOR-FILE
003890     IF WS-OPERMAST-STATUS NOT = "00"
003900         IF OPERMAST-FILE-NOT-FOUND
003910             DISPLAY "NO OPERATOR MASTER ON FILE - A SUPERVISOR"
003920             DISPLAY "MUST SET UP OPERATORS IN OPER-MAINT FIRST"
003930         ELSE
003940             DISPLAY "UNABLE TO OPEN OPERATOR MASTER, STATUS "
003950                 WS-OPERMAST-STATUS
003960         END-IF
003970     ELSE
003980         OPEN EXTEND SIGN-ON-LOG-FILE
003990         IF WS-SIGNLOG-STATUS NOT = "00"
004000                 AND WS-SIGNLOG-STATUS NOT = "05"
004010             OPEN OUTPUT SIGN-ON-LOG-FILE
004020         END-IF
004030         IF WS-SIGNLOG-STATUS = "00" OR WS-SIGNLOG-STATUS = "05"
004040             MOVE "Y" TO SO-FILES-OPEN-SWITCH
004050         ELSE
004060             DISPLAY "UNABLE TO OPEN SIGN-ON LOG, STATUS "
004070                 WS-SIGNLOG-STATUS
004080             CLOSE OPERATOR-FILE
004090         END-IF
004100     END-IF
004110     IF SO-FILES-ARE-OPEN
004120         PERFORM 1510-SIGN-ON-ATTEMPT THRU 1510-EXIT
004130             UNTIL SO-SIGNED-ON OR SO-SIGN-ON-ABANDONED
004140     END-IF
004150     IF NOT SO-SIGNED-ON
004160         DISPLAY "NOT SIGNED ON - SESSION ENDED"
004170     END-IF.
004180 1500-EXIT.
004190     EXIT.
004200
004210 1510-SIGN-ON-ATTEMPT.
004220     ADD 1 TO SO-ATTEMPT-COUNT
004230     DISPLAY "Operator ID (blank to quit):"
004240     MOVE SPACES TO SO-ID-ENTRY
004250     ACCEPT SO-ID-ENTRY
004260     IF SO-ID-ENTRY = SPACES
004270         MOVE "Y" TO SO-ABANDON-SWITCH
004280     ELSE
004290         DISPLAY "PIN:"
004300         MOVE SPACES TO SO-PIN-ENTRY
004310         ACCEPT SO-PIN-ENTRY
004320         PERFORM 1520-CHECK-OPERATOR THRU 1520-EXIT
004330         PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT
004340         IF NOT SO-SIGNED-ON
004350                 AND SO-ATTEMPT-COUNT NOT < SO-MAX-ATTEMPTS
004360             DISPLAY "TOO MANY SIGN-ON ATTEMPTS"
004370             MOVE "Y" TO SO-ABANDON-SWITCH
004380         END-IF
004390     END-IF.
004400 1510-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------------
004440* The PIN is checked before anything else about the operator, and
004450* an ID not on file, a wrong PIN, and a wrong PIN against a locked
004460* or inactive operator all get the same message, so the terminal
004470* does not confirm which IDs exist or what state they are in. The
004480* log still records which case it was. Only an operator who keys
004490* the right PIN is told they are locked or not active.
004500*----------------------------------------------------------------
004510 1520-CHECK-OPERATOR.
004520     MOVE SO-ID-ENTRY TO OP-OPERATOR-ID
004530     MOVE "U" TO SO-EVENT
004540     READ OPERATOR-FILE
004550         INVALID KEY
004560             CONTINUE
004570         NOT INVALID KEY
004580             MOVE SPACE TO SO-EVENT
004590     END-READ
004600     EVALUATE TRUE
004610         WHEN SO-EVENT = "U"
004620             DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
004630         WHEN OP-PIN NOT = SO-PIN-ENTRY
004640             EVALUATE TRUE
004650                 WHEN OP-IS-LOCKED
004660                     MOVE "K" TO SO-EVENT
004670                     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
004680                 WHEN NOT OP-ACTIVE
004690                     MOVE "I" TO SO-EVENT
004700                     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
004710                 WHEN OTHER
004720                     PERFORM 1530-COUNT-FAILED-SIGN-ON
004730                         THRU 1530-EXIT
004740             END-EVALUATE
004750         WHEN OP-IS-LOCKED
004760             MOVE "K" TO SO-EVENT
004770             DISPLAY "OPERATOR " OP-OPERATOR-ID
004780                 " IS LOCKED - SEE A SUPERVISOR"
004790         WHEN NOT OP-ACTIVE
004800             MOVE "I" TO SO-EVENT
004810             DISPLAY "OPERATOR " OP-OPERATOR-ID
004820                 " IS NOT ACTIVE - SEE A SUPERVISOR"
004830         WHEN OTHER
004840             MOVE "S" TO SO-EVENT
004850             MOVE ZERO TO OP-FAILED-SIGN-ONS
004860             MOVE WS-RUN-DATE TO OP-LAST-SIGN-ON-DATE
004870             ACCEPT OP-LAST-SIGN-ON-TIME FROM TIME
004880             PERFORM 1535-REWRITE-OPERATOR THRU 1535-EXIT
004890             MOVE "Y" TO SO-SIGNED-ON-SWITCH
004900             MOVE OP-OPERATOR-ID TO SO-OPERATOR-ID
004910             MOVE OP-AUTHORITY-LEVEL TO SO-OPERATOR-LEVEL
004920             DISPLAY "SIGNED ON: " OP-OPERATOR-ID " "
004930                 OP-OPERATOR-NAME
004940     END-EVALUATE.
004950 1520-EXIT.
004960     EXIT.
004970
004980 1530-COUNT-FAILED-SIGN-ON.
004990     ADD 1 TO OP-FAILED-SIGN-ONS
005000     IF OP-FAILED-SIGN-ONS NOT < SO-LOCK-THRESHOLD
005010         MOVE "Y" TO OP-LOCKED-FLAG
005020         MOVE "L" TO SO-EVENT
005030     ELSE
005040         MOVE "F" TO SO-EVENT
005050     END-IF
005060     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
005070     PERFORM 1535-REWRITE-OPERATOR THRU 1535-EXIT.
005080 1530-EXIT.
005090     EXIT.
005100
005110 1535-REWRITE-OPERATOR.
005120     REWRITE OPERATOR-RECORD
005130         INVALID KEY
005140             CONTINUE
005150     END-REWRITE
005160     IF WS-OPERMAST-STATUS NOT = "00"
005170         DISPLAY "UNABLE TO UPDATE OPERATOR MASTER, STATUS "
005180             WS-OPERMAST-STATUS
005190     END-IF.
005200 1535-EXIT.
005210     EXIT.
005220
005230 1540-LOG-SIGN-ON-EVENT.
005240     MOVE SPACES TO SIGN-ON-LOG-RECORD
005250     MOVE WS-RUN-DATE TO SL-DATE
005260     ACCEPT SL-TIME FROM TIME
005270     MOVE SO-ID-ENTRY TO SL-OPERATOR-ID
005280     MOVE "CUST-MERGE" TO SL-PROGRAM-NAME
005290     MOVE SO-EVENT TO SL-EVENT
005300     MOVE SO-SUBJECT-ID TO SL-SUBJECT-ID
005310     MOVE SO-FUNCTION-NAME TO SL-DETAIL
005320     WRITE SIGN-ON-LOG-RECORD
005330     IF WS-SIGNLOG-STATUS NOT = "00"
005340         DISPLAY "UNABLE TO WRITE SIGN-ON LOG, STATUS "
005350             WS-SIGNLOG-STATUS
005360     END-IF
005370     MOVE SPACES TO SO-SUBJECT-ID
005380     MOVE SPACES TO SO-FUNCTION-NAME.
005390 1540-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------
005430* A function the operator's level does not allow is refused and
005440* logged. The caller names the function and the level it needs.
005450*----------------------------------------------------------------
005460 1560-REFUSE-FUNCTION.
005470     DISPLAY "FUNCTION REFUSED - AUTHORITY NEEDED: "
005480         SO-LEVEL-NEEDED
005490     MOVE "R" TO SO-EVENT
005500     MOVE SO-OPERATOR-ID TO SO-ID-ENTRY
005510     PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT.
005520 1560-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------
005560* 2000 SERIES - CHOOSE AND CONFIRM THE PAIR
005570* The survivor must be active and not itself merged away; the
005580* duplicate must be a different number not already merged.
005590*----------------------------------------------------------------
005600 2000-SELECT-PAIR.
005610     MOVE "N" TO WS-PAIR-VALID-SWITCH
005620     DISPLAY "CUSTOMER MERGE"
005630     DISPLAY "Enter the SURVIVING customer number:"
005640     PERFORM 7000-FETCH-BY-NUMBER THRU 7000-EXIT
005650     IF RECORD-WAS-FOUND
005660         IF CM-CUST-INACTIVE
005670             DISPLAY "CUSTOMER " CM-CUSTOMER-NUMBER " IS INACTIVE"
005680                 " - IT CANNOT SURVIVE A MERGE."
005690         ELSE
005700             MOVE CM-CUSTOMER-NUMBER TO WS-SURVIVOR-NUMBER
005710             MOVE CUSTOMER-MASTER-RECORD TO WS-SURVIVOR-IMAGE
005720             MOVE CM-LAST-ACTIVITY TO WS-SURVIVOR-LAST-ACTIVITY
005730             PERFORM 7100-BUILD-NAME THRU 7100-EXIT
005740             MOVE WS-BUILT-NAME TO WS-SURVIVOR-NAME
005750             MOVE "Y" TO WS-PAIR-VALID-SWITCH
005760         END-IF
005770     END-IF
005780     IF PAIR-IS-VALID
005790         MOVE "N" TO WS-PAIR-VALID-SWITCH
005800         DISPLAY "Enter the DUPLICATE customer number:"
005810         PERFORM 7000-FETCH-BY-NUMBER THRU 7000-EXIT
005820         EVALUATE TRUE
005830             WHEN NOT RECORD-WAS-FOUND
005840                 CONTINUE
005850             WHEN CM-CUSTOMER-NUMBER = WS-SURVIVOR-NUMBER
005860                 DISPLAY "A CUSTOMER CANNOT BE MERGED INTO"
005870                     " ITSELF."
005880             WHEN CM-MERGED-INTO > ZERO
005890                 DISPLAY "CUSTOMER " CM-CUSTOMER-NUMBER
005900                     " WAS ALREADY MERGED INTO "
005910                     CM-MERGED-INTO "."
005920             WHEN OTHER
005930                 MOVE CM-CUSTOMER-NUMBER TO WS-DUPLICATE-NUMBER
005940                 MOVE CUSTOMER-MASTER-RECORD TO WS-DUPLICATE-IMAGE
005950                 MOVE CM-LAST-ACTIVITY
005960                     TO WS-DUPLICATE-LAST-ACTIVITY
005970                 PERFORM 7100-BUILD-NAME THRU 7100-EXIT
005980                 MOVE WS-BUILT-NAME TO WS-DUPLICATE-NAME
005990                 MOVE "Y" TO WS-PAIR-VALID-SWITCH
006000         END-EVALUATE
006010     END-IF
006020     IF PAIR-IS-VALID
006030         PERFORM 2100-COUNT-SURVIVOR-HISTORY THRU 2100-EXIT
006040         PERFORM 2200-LOAD-DUPLICATE-HISTORY THRU 2200-EXIT
006050     END-IF.
006060 2000-EXIT.
006070     EXIT.
006080
006090 2100-COUNT-SURVIVOR-HISTORY.
006100     MOVE ZERO TO WS-SURVIVOR-HIST-COUNT
006110     IF HISTORY-IS-OPEN
006120         MOVE "N" TO WS-SCAN-DONE-SWITCH
006130         MOVE WS-SURVIVOR-NUMBER TO TH-CUSTOMER-NUMBER
006140         MOVE ZERO TO TH-TRANS-DATE
006150         MOVE ZERO TO TH-SEQUENCE-NUMBER
006160         START TRANS-HISTORY-FILE
006170             KEY IS NOT LESS THAN TH-KEY
006180             INVALID KEY
006190                 MOVE "Y" TO WS-SCAN-DONE-SWITCH
006200         END-START
006210         PERFORM 2150-COUNT-ONE-SURVIVOR-ROW THRU 2150-EXIT
006220             UNTIL SCAN-IS-DONE
006230     END-IF.
006240 2100-EXIT.
006250     EXIT.
006260
006270 2150-COUNT-ONE-SURVIVOR-ROW.
006280     READ TRANS-HISTORY-FILE NEXT RECORD
006290         AT END
006300             MOVE "Y" TO WS-SCAN-DONE-SWITCH
006310     END-READ
006320     EVALUATE TRUE
006330         WHEN SCAN-IS-DONE
006340             CONTINUE
006350         WHEN WS-HIST-STATUS NOT = "00"
006360                 AND WS-HIST-STATUS NOT = "02"
006370             MOVE "Y" TO WS-SCAN-DONE-SWITCH
006380         WHEN TH-CUSTOMER-NUMBER NOT = WS-SURVIVOR-NUMBER
006390             MOVE "Y" TO WS-SCAN-DONE-SWITCH
006400         WHEN OTHER
006410             ADD 1 TO WS-SURVIVOR-HIST-COUNT
006420     END-EVALUATE.
006430 2150-EXIT.
006440     EXIT.
006450
006460*----------------------------------------------------------------
006470* The duplicate's row keys go into the move table in key order,
006480* which is the order they move in and the count the clerk sees.
006490*----------------------------------------------------------------
006500 2200-LOAD-DUPLICATE-HISTORY.
006510     MOVE ZERO TO WS-MOVE-COUNT
006520     IF HISTORY-IS-OPEN
006530         MOVE "N" TO WS-SCAN-DONE-SWITCH
006540         MOVE WS-DUPLICATE-NUMBER TO TH-CUSTOMER-NUMBER
006550         MOVE ZERO TO TH-TRANS-DATE
006560         MOVE ZERO TO TH-SEQUENCE-NUMBER
006570         START TRANS-HISTORY-FILE
006580             KEY IS NOT LESS THAN TH-KEY
006590             INVALID KEY
006600                 MOVE "Y" TO WS-SCAN-DONE-SWITCH
006610         END-START
006620         PERFORM 2250-LOAD-ONE-DUPLICATE-ROW THRU 2250-EXIT
006630             UNTIL SCAN-IS-DONE
006640     END-IF.
006650 2200-EXIT.
006660     EXIT.
006670
006680 2250-LOAD-ONE-DUPLICATE-ROW.
006690     READ TRANS-HISTORY-FILE NEXT RECORD
006700         AT END
006710             MOVE "Y" TO WS-SCAN-DONE-SWITCH
006720     END-READ
006730     EVALUATE TRUE
006740         WHEN SCAN-IS-DONE
006750             CONTINUE
006760         WHEN WS-HIST-STATUS NOT = "00"
006770                 AND WS-HIST-STATUS NOT = "02"
006780             DISPLAY "READ ERROR ON HISTORY MASTER, STATUS "
006790                 WS-HIST-STATUS " - MERGE REFUSED."
006800             MOVE "N" TO WS-PAIR-VALID-SWITCH
006810             MOVE "Y" TO WS-SCAN-DONE-SWITCH
006820         WHEN TH-CUSTOMER-NUMBER NOT = WS-DUPLICATE-NUMBER
006830             MOVE "Y" TO WS-SCAN-DONE-SWITCH
006840         WHEN WS-MOVE-COUNT >= WS-MAX-MOVES
006850             DISPLAY "CUSTOMER " WS-DUPLICATE-NUMBER
006860                 " HAS MORE THAN "
006870                 WS-MAX-MOVES " HISTORY ROWS - MERGE REFUSED."
006880             MOVE "N" TO WS-PAIR-VALID-SWITCH
006890             MOVE "Y" TO WS-SCAN-DONE-SWITCH
006900         WHEN OTHER
006910             ADD 1 TO WS-MOVE-COUNT
006920             MOVE TH-TRANS-DATE TO MT-TRANS-DATE (WS-MOVE-COUNT)
006930             MOVE TH-SEQUENCE-NUMBER
006940                 TO MT-OLD-SEQUENCE (WS-MOVE-COUNT)
006950             MOVE ZERO TO MT-NEW-SEQUENCE (WS-MOVE-COUNT)
006960     END-EVALUATE.
006970 2250-EXIT.
006980     EXIT.
006990
007000 2500-CONFIRM-MERGE.
007010     DISPLAY " "
007020     DISPLAY "SURVIVOR:  " WS-SURVIVOR-NUMBER " " WS-SURVIVOR-NAME
007030     DISPLAY "           STATUS " WV-STATUS
007040         "  ADDED " WV-DATE-ADDED
007050         "  LAST ACTIVITY " WS-SURVIVOR-LAST-ACTIVITY
007060         "  HISTORY ROWS " WS-SURVIVOR-HIST-COUNT
007070     DISPLAY "DUPLICATE: " WS-DUPLICATE-NUMBER " "
007080         WS-DUPLICATE-NAME
007090     DISPLAY "           STATUS " WD-STATUS
007100         "  ADDED " WD-DATE-ADDED
007110         "  LAST ACTIVITY " WS-DUPLICATE-LAST-ACTIVITY
007120         "  HISTORY ROWS " WS-MOVE-COUNT
007130     DISPLAY "Merge the duplicate into the survivor? (Y/N)"
007140     ACCEPT WS-CONFIRM-ENTRY
007150     IF WS-CONFIRM-ENTRY NOT = "Y" AND WS-CONFIRM-ENTRY NOT = "y"
007160         DISPLAY "MERGE CANCELLED - NOTHING CHANGED."
007170         MOVE "N" TO WS-PAIR-VALID-SWITCH
007180     END-IF.
007190 2500-EXIT.
007200     EXIT.
007210
007220*----------------------------------------------------------------
007230* 3000 SERIES - THE MERGE
007240* Nothing permanent is touched until the open items are copied
007250* and every new sequence number is known. History rows are then
007260* copied under the survivor, the duplicate's originals deleted,
007270* and the two master records rewritten; each step that fails
007280* undoes the steps before it, newest first. A merge that cannot
007290* open its report is not started at all.
007300*----------------------------------------------------------------
007310 3000-RUN-MERGE.
007320     MOVE "N" TO WS-MERGE-FAILED-SWITCH
007330     OPEN EXTEND MERGE-PRINT-FILE
007340     IF WS-PRINT-STATUS NOT = "00" AND WS-PRINT-STATUS NOT = "05"
007350         OPEN OUTPUT MERGE-PRINT-FILE
007360     END-IF
007370     IF WS-PRINT-STATUS NOT = "00" AND WS-PRINT-STATUS NOT = "05"
007380         DISPLAY "UNABLE TO OPEN MERGRPT, STATUS " WS-PRINT-STATUS
007390         DISPLAY "MERGE NOT MADE - BOTH CUSTOMERS LEFT AS"
007400             " THEY WERE."
007410         MOVE "Y" TO WS-MERGE-FAILED-SWITCH
007420         MOVE 8 TO RETURN-CODE
007430     ELSE
007440         PERFORM 3100-COPY-OPEN-ITEMS THRU 3100-EXIT
007450         IF NOT MERGE-HAS-FAILED
007460             PERFORM 4000-ASSIGN-SEQUENCES THRU 4000-EXIT
007470         END-IF
007480         IF NOT MERGE-HAS-FAILED
007490             PERFORM 4100-COPY-HISTORY THRU 4100-EXIT
007500         END-IF
007510         IF NOT MERGE-HAS-FAILED
007520             PERFORM 4200-DELETE-ORIGINALS THRU 4200-EXIT
007530         END-IF
007540         IF NOT MERGE-HAS-FAILED
007550             PERFORM 5000-UPDATE-MASTERS THRU 5000-EXIT
007560         END-IF
007570         IF MERGE-HAS-FAILED
007580             PERFORM 6900-REPORT-FAILED-MERGE THRU 6900-EXIT
007590         ELSE
007600             PERFORM 5500-JOURNAL-MERGE THRU 5500-EXIT
007610             PERFORM 6000-REPORT-MERGE THRU 6000-EXIT
007620         END-IF
007630         CLOSE MERGE-PRINT-FILE
007640     END-IF.
007650 3000-EXIT.
007660     EXIT.
007670
007680*----------------------------------------------------------------
007690* Every open item is copied to OPENNEW, the duplicate's with the
007700* survivor's number and name. OPENITEM itself is only read, so
007710* a failed merge simply leaves OPENNEW unused.
007720*----------------------------------------------------------------
007730 3100-COPY-OPEN-ITEMS.
007740     MOVE ZERO TO WS-OPEN-READ-COUNT
007750     MOVE ZERO TO WS-REPOINTED-COUNT
007760     OPEN INPUT OPEN-ITEM-IN-FILE
007770     IF WS-OPENIN-STATUS = "00" OR WS-OPENIN-STATUS = "05"
007780         OPEN OUTPUT OPEN-ITEM-OUT-FILE
007790         IF WS-OPENOUT-STATUS = "00"
007800             MOVE "Y" TO WS-OPEN-ITEMS-SWITCH
007810             MOVE "N" TO WS-SCAN-DONE-SWITCH
007820             PERFORM 3150-COPY-ONE-OPEN-ITEM THRU 3150-EXIT
007830                 UNTIL SCAN-IS-DONE
007840             CLOSE OPEN-ITEM-OUT-FILE
007850         ELSE
007860             DISPLAY "UNABLE TO OPEN OPENNEW, STATUS "
007870                 WS-OPENOUT-STATUS
007880             MOVE "Y" TO WS-MERGE-FAILED-SWITCH
007890         END-IF
007900         CLOSE OPEN-ITEM-IN-FILE
007910     ELSE
007920         DISPLAY "UNABLE TO OPEN OPENITEM, STATUS "
007930             WS-OPENIN-STATUS
007940         MOVE "Y" TO WS-MERGE-FAILED-SWITCH
007950     END-IF.
007960 3100-EXIT.
007970     EXIT.
007980
007990 3150-COPY-ONE-OPEN-ITEM.
008000     READ OPEN-ITEM-IN-FILE
008010         AT END
008020             MOVE "Y" TO WS-SCAN-DONE-SWITCH
008030     END-READ
008040     EVALUATE TRUE
008050         WHEN SCAN-IS-DONE
008060             CONTINUE
008070         WHEN WS-OPENIN-STATUS NOT = "00"
008080             DISPLAY "I-O ERROR READING OPENITEM, STATUS "
008090                 WS-OPENIN-STATUS
008100             MOVE "Y" TO WS-MERGE-FAILED-SWITCH
008110             MOVE "Y" TO WS-SCAN-DONE-SWITCH
008120         WHEN OTHER
008130             ADD 1 TO WS-OPEN-READ-COUNT
008140             MOVE OPEN-ITEM-IN-RECORD TO OPEN-ITEM-OUT-RECORD
008150             IF OI-CUSTOMER-NUMBER = WS-DUPLICATE-NUMBER
008160                 MOVE WS-SURVIVOR-NUMBER TO ON-CUSTOMER-NUMBER
008170                 MOVE WS-SURVIVOR-NAME TO ON-FULL-NAME
008180                 ADD 1 TO WS-REPOINTED-COUNT
008190             END-IF
008200             WRITE OPEN-ITEM-OUT-RECORD
008210             IF WS-OPENOUT-STATUS NOT = "00"
008220                 DISPLAY "I-O ERROR WRITING OPENNEW, STATUS "
008230                     WS-OPENOUT-STATUS
008240                 MOVE "Y" TO WS-MERGE-FAILED-SWITCH
008250                 MOVE "Y" TO WS-SCAN-DONE-SWITCH
008260             END-IF
008270     END-EVALUATE.
008280 3150-EXIT.
008290     EXIT.
008300
008310*----------------------------------------------------------------
008320* 4000 SERIES - MOVE THE HISTORY
008330* Each of the duplicate's dates continues the survivor's own
008340* sequence for that date, so a moved row never lands on a key
008350* the survivor already holds. The table is in date order, so
008360* the survivor's last sequence is looked up once per date.
008370*----------------------------------------------------------------
008380 4000-ASSIGN-SEQUENCES.
008390     MOVE ZERO TO WS-SEQUENCE-DATE
008400     PERFORM 4050-ASSIGN-ONE-SEQUENCE THRU 4050-EXIT
008410         VARYING WS-MOVE-SUB FROM 1 BY 1
008420         UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
008430             OR MERGE-HAS-FAILED.
008440 4000-EXIT.
008450     EXIT.
008460
008470 4050-ASSIGN-ONE-SEQUENCE.
008480     IF MT-TRANS-DATE (WS-MOVE-SUB) NOT = WS-SEQUENCE-DATE
008490         MOVE MT-TRANS-DATE (WS-MOVE-SUB) TO WS-SEQUENCE-DATE
008500         PERFORM 4060-FIND-LAST-SEQUENCE THRU 4060-EXIT
008510     END-IF
008520     ADD 1 TO WS-NEXT-SEQUENCE
008530     IF WS-NEXT-SEQUENCE > WS-MAX-SEQUENCE
008540         DISPLAY "SURVIVOR HAS NO FREE SEQUENCE NUMBER ON "
008550             WS-SEQUENCE-DATE " - MERGE NOT MADE."
008560         MOVE "Y" TO WS-MERGE-FAILED-SWITCH
008570     ELSE
008580         MOVE WS-NEXT-SEQUENCE TO MT-NEW-SEQUENCE (WS-MOVE-SUB)
008590     END-IF.
008600 4050-EXIT.
008610     EXIT.
008620
008630 4060-FIND-LAST-SEQUENCE.
008640     MOVE ZERO TO WS-NEXT-SEQUENCE
008650     MOVE "N" TO WS-SCAN-DONE-SWITCH
008660     MOVE WS-SURVIVOR-NUMBER TO TH-CUSTOMER-NUMBER
008670     MOVE WS-SEQUENCE-DATE TO TH-TRANS-DATE
008680     MOVE ZERO TO TH-SEQUENCE-NUMBER
008690     START TRANS-HISTORY-FILE
008700         KEY IS NOT LESS THAN TH-KEY
008710         INVALID KEY
008720             MOVE "Y" TO WS-SCAN-DONE-SWITCH
008730     END-START
008740     PERFORM 4070-CHECK-ONE-SEQUENCE THRU 4070-EXIT
008750         UNTIL SCAN-IS-DONE.
008760 4060-EXIT.
008770     EXIT.
008780
008790 4070-CHECK-ONE-SEQUENCE.
008800     READ TRANS-HISTORY-FILE NEXT RECORD
008810         AT END
008820             MOVE "Y" TO WS-SCAN-DONE-SWITCH
008830     END-READ
008840     EVALUATE TRUE
008850         WHEN SCAN-IS-DONE
008860             CONTINUE
008870         WHEN WS-HIST-STATUS NOT = "00"
008880                 AND WS-HIST-STATUS NOT = "02"
008890             DISPLAY "READ ERROR ON HISTORY MASTER, STATUS "
008900                 WS-HIST-STATUS
008910             MOVE "Y" TO WS-MERGE-FAILED-SWITCH
008920             MOVE "Y" TO WS-SCAN-DONE-SWITCH
008930         WHEN TH-CUSTOMER-NUMBER NOT = WS-SURVIVOR-NUMBER
008940                 OR TH-TRANS-DATE NOT = WS-SEQUENCE-DATE
008950             MOVE "Y" TO WS-SCAN-DONE-SWITCH
008960         WHEN OTHER
008970             MOVE TH-SEQUENCE-NUMBER TO WS-NEXT-SEQUENCE
008980     END-EVALUATE.
008990 4070-EXIT.
009000     EXIT.
009010
009020*----------------------------------------------------------------
009030* Copy each row under its new key. A reversal pair always
009040* belongs to one customer, so a row's link is renumbered through
009050* the same table. A failed copy removes the copies already made.
009060*----------------------------------------------------------------
009070 4100-COPY-HISTORY.
009080     MOVE ZERO TO WS-COPIED-COUNT
009090     PERFORM 4150-COPY-ONE-ROW THRU 4150-EXIT
009100         VARYING WS-MOVE-SUB FROM 1 BY 1
009110         UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
009120             OR MERGE-HAS-FAILED
009130     IF MERGE-HAS-FAILED
009140         PERFORM 4900-REMOVE-COPIES THRU 4900-EXIT
009150     END-IF.
009160 4100-EXIT.
009170     EXIT.
009180
009190 4150-COPY-ONE-ROW.
009200     MOVE WS-DUPLICATE-NUMBER TO TH-CUSTOMER-NUMBER
009210     MOVE MT-TRANS-DATE (WS-MOVE-SUB) TO TH-TRANS-DATE
009220     MOVE MT-OLD-SEQUENCE (WS-MOVE-SUB) TO TH-SEQUENCE-NUMBER
009230     READ TRANS-HISTORY-FILE
009240         INVALID KEY
009250             DISPLAY "HISTORY ROW " WS-DUPLICATE-NUMBER "-"
009260                 MT-TRANS-DATE (WS-MOVE-SUB) "-"
009270                 MT-OLD-SEQUENCE (WS-MOVE-SUB)
009280                 " HAS GONE - MERGE BACKED OUT."
009290             MOVE "Y" TO WS-MERGE-FAILED-SWITCH
009300     END-READ
009310     IF NOT MERGE-HAS-FAILED
009320         MOVE WS-SURVIVOR-NUMBER TO TH-CUSTOMER-NUMBER
009330         MOVE MT-NEW-SEQUENCE (WS-MOVE-SUB) TO TH-SEQUENCE-NUMBER
009340         IF TH-ENTRY-REVERSED OR TH-REVERSAL-ENTRY
009350             PERFORM 4160-RENUMBER-LINK THRU 4160-EXIT
009360         END-IF
009370         WRITE TRANS-HISTORY-RECORD
009380             INVALID KEY
009390                 DISPLAY "UNABLE TO WRITE HISTORY ROW "
009400                     WS-SURVIVOR-NUMBER "-" TH-TRANS-DATE "-"
009410                     TH-SEQUENCE-NUMBER ", STATUS " WS-HIST-STATUS
009420                     " - MERGE BACKED OUT."
009430                 MOVE "Y" TO WS-MERGE-FAILED-SWITCH
009440         END-WRITE
009450     END-IF
009460     IF NOT MERGE-HAS-FAILED
009470         ADD 1 TO WS-COPIED-COUNT
009480     END-IF.
009490 4150-EXIT.
009500     EXIT.
009510
009520 4160-RENUMBER-LINK.
009530     MOVE ZERO TO WS-FOUND-SUB
009540     PERFORM 4170-MATCH-OLD-KEY THRU 4170-EXIT
009550         VARYING WS-FIND-SUB FROM 1 BY 1
009560         UNTIL WS-FIND-SUB > WS-MOVE-COUNT
009570             OR WS-FOUND-SUB > ZERO
009580     IF WS-FOUND-SUB > ZERO
009590         MOVE MT-NEW-SEQUENCE (WS-FOUND-SUB) TO TH-LINKED-SEQUENCE
009600     END-IF.
009610 4160-EXIT.
009620     EXIT.
009630
009640 4170-MATCH-OLD-KEY.
009650     IF MT-TRANS-DATE (WS-FIND-SUB) = TH-LINKED-DATE
009660             AND MT-OLD-SEQUENCE (WS-FIND-SUB)
009670                 = TH-LINKED-SEQUENCE
009680         MOVE WS-FIND-SUB TO WS-FOUND-SUB
009690     END-IF.
009700 4170-EXIT.
009710     EXIT.
009720
009730*----------------------------------------------------------------
009740* With every copy in place the originals are deleted. A failed
009750* delete puts back the originals already deleted, then removes
009760* the copies.
009770*----------------------------------------------------------------
009780 4200-DELETE-ORIGINALS.
009790     MOVE ZERO TO WS-DELETED-COUNT
009800     PERFORM 4250-DELETE-ONE-ORIGINAL THRU 4250-EXIT
009810         VARYING WS-MOVE-SUB FROM 1 BY 1
009820         UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
009830             OR MERGE-HAS-FAILED
009840     IF MERGE-HAS-FAILED
009850         PERFORM 4950-RESTORE-ORIGINALS THRU 4950-EXIT
009860         PERFORM 4900-REMOVE-COPIES THRU 4900-EXIT
009870     END-IF.
009880 4200-EXIT.
009890     EXIT.
009900
009910 4250-DELETE-ONE-ORIGINAL.
009920     MOVE WS-DUPLICATE-NUMBER TO TH-CUSTOMER-NUMBER
009930     MOVE MT-TRANS-DATE (WS-MOVE-SUB) TO TH-TRANS-DATE
009940     MOVE MT-OLD-SEQUENCE (WS-MOVE-SUB) TO TH-SEQUENCE-NUMBER
009950     DELETE TRANS-HISTORY-FILE
009960         INVALID KEY
009970             DISPLAY "UNABLE TO DELETE HISTORY ROW "
009980                 WS-DUPLICATE-NUMBER "-" TH-TRANS-DATE "-"
009990                 TH-SEQUENCE-NUMBER ", STATUS " WS-HIST-STATUS
010000                 " - MERGE BACKED OUT."
010010             MOVE "Y" TO WS-MERGE-FAILED-SWITCH
010020         NOT INVALID KEY
010030             ADD 1 TO WS-DELETED-COUNT
010040     END-DELETE.
010050 4250-EXIT.
010060     EXIT.
010070
010080*----------------------------------------------------------------
010090* Back-out paths. Removing the copies deletes the survivor's
010100* new rows; restoring an original rebuilds it from its copy,
010110* with the duplicate's number, the old sequence, and the old
010120* link sequence found back through the table.
010130*----------------------------------------------------------------
010140 4900-REMOVE-COPIES.
010150     PERFORM 4910-REMOVE-ONE-COPY THRU 4910-EXIT
010160         VARYING WS-MOVE-SUB FROM 1 BY 1
010170         UNTIL WS-MOVE-SUB > WS-COPIED-COUNT.
010180 4900-EXIT.
010190     EXIT.
010200
010210 4910-REMOVE-ONE-COPY.
010220     MOVE WS-SURVIVOR-NUMBER TO TH-CUSTOMER-NUMBER
010230     MOVE MT-TRANS-DATE (WS-MOVE-SUB) TO TH-TRANS-DATE
010240     MOVE MT-NEW-SEQUENCE (WS-MOVE-SUB) TO TH-SEQUENCE-NUMBER
010250     DELETE TRANS-HISTORY-FILE
010260         INVALID KEY
010270             DISPLAY "BACK-OUT COULD NOT DELETE HISTORY ROW "
010280                 WS-SURVIVOR-NUMBER "-" TH-TRANS-DATE "-"
010290                 TH-SEQUENCE-NUMBER " - REPORT TO THE SUPERVISOR."
010300     END-DELETE.
010310 4910-EXIT.
010320     EXIT.
010330
010340 4950-RESTORE-ORIGINALS.
010350     PERFORM 4960-RESTORE-ONE-ORIGINAL THRU 4960-EXIT
010360         VARYING WS-MOVE-SUB FROM 1 BY 1
010370         UNTIL WS-MOVE-SUB > WS-DELETED-COUNT.
010380 4950-EXIT.
010390     EXIT.
010400
010410 4960-RESTORE-ONE-ORIGINAL.
010420     MOVE WS-SURVIVOR-NUMBER TO TH-CUSTOMER-NUMBER
010430     MOVE MT-TRANS-DATE (WS-MOVE-SUB) TO TH-TRANS-DATE
010440     MOVE MT-NEW-SEQUENCE (WS-MOVE-SUB) TO TH-SEQUENCE-NUMBER
010450     READ TRANS-HISTORY-FILE
010460         INVALID KEY
010470             DISPLAY "BACK-OUT COULD NOT RESTORE HISTORY ROW "
010480                 WS-DUPLICATE-NUMBER "-"
010490                 MT-TRANS-DATE (WS-MOVE-SUB) "-"
010500                 MT-OLD-SEQUENCE (WS-MOVE-SUB)
010510                 " - REPORT TO THE SUPERVISOR."
010520         NOT INVALID KEY
010530             MOVE WS-DUPLICATE-NUMBER TO TH-CUSTOMER-NUMBER
010540             MOVE MT-OLD-SEQUENCE (WS-MOVE-SUB)
010550                 TO TH-SEQUENCE-NUMBER
010560             IF TH-ENTRY-REVERSED OR TH-REVERSAL-ENTRY
010570                 PERFORM 4970-RESTORE-LINK THRU 4970-EXIT
010580             END-IF
010590             WRITE TRANS-HISTORY-RECORD
010600                 INVALID KEY
010610                     DISPLAY "BACK-OUT COULD NOT RESTORE HISTORY"
010620                         " ROW " WS-DUPLICATE-NUMBER "-"
010630                         TH-TRANS-DATE "-" TH-SEQUENCE-NUMBER
010640                         " - REPORT TO THE SUPERVISOR."
010650             END-WRITE
010660     END-READ.
010670 4960-EXIT.
010680     EXIT.
010690
010700 4970-RESTORE-LINK.
010710     MOVE ZERO TO WS-FOUND-SUB
010720     PERFORM 4980-MATCH-NEW-KEY THRU 4980-EXIT
010730         VARYING WS-FIND-SUB FROM 1 BY 1
010740         UNTIL WS-FIND-SUB > WS-MOVE-COUNT
010750             OR WS-FOUND-SUB > ZERO
010760     IF WS-FOUND-SUB > ZERO
010770         MOVE MT-OLD-SEQUENCE (WS-FOUND-SUB) TO TH-LINKED-SEQUENCE
010780     END-IF.
010790 4970-EXIT.
010800     EXIT.
010810
010820 4980-MATCH-NEW-KEY.
010830     IF MT-TRANS-DATE (WS-FIND-SUB) = TH-LINKED-DATE
010840             AND MT-NEW-SEQUENCE (WS-FIND-SUB)
010850                 = TH-LINKED-SEQUENCE
010860         MOVE WS-FIND-SUB TO WS-FOUND-SUB
010870     END-IF.
010880 4980-EXIT.
010890     EXIT.
010900
010910*----------------------------------------------------------------
010920* 5000 SERIES - THE MASTER RECORDS
010930* The survivor takes the later of the two last-activity dates;
010940* the duplicate goes inactive and points at the survivor. A
010950* failure puts back whatever was already rewritten and the
010960* history moves.
010970*----------------------------------------------------------------
010980 5000-UPDATE-MASTERS.
010990     MOVE WS-SURVIVOR-LAST-ACTIVITY TO WS-NEW-LAST-ACTIVITY
011000     IF WS-DUPLICATE-LAST-ACTIVITY > WS-NEW-LAST-ACTIVITY
011010         MOVE WS-DUPLICATE-LAST-ACTIVITY TO WS-NEW-LAST-ACTIVITY
011020     END-IF
011030     MOVE WS-SURVIVOR-IMAGE TO CUSTOMER-MASTER-RECORD
011040     MOVE WS-NEW-LAST-ACTIVITY TO CM-LAST-ACTIVITY
011050     REWRITE CUSTOMER-MASTER-RECORD
011060         INVALID KEY
011070             DISPLAY "UNABLE TO REWRITE SURVIVOR, STATUS "
011080                 WS-CUSTMAST-STATUS " - MERGE BACKED OUT."
011090             MOVE "Y" TO WS-MERGE-FAILED-SWITCH
011100     END-REWRITE
011110     IF NOT MERGE-HAS-FAILED
011120         MOVE WS-DUPLICATE-IMAGE TO CUSTOMER-MASTER-RECORD
011130         MOVE "I" TO CM-STATUS
011140         MOVE WS-SURVIVOR-NUMBER TO CM-MERGED-INTO
011150         REWRITE CUSTOMER-MASTER-RECORD
011160             INVALID KEY
011170                 DISPLAY "UNABLE TO REWRITE DUPLICATE, STATUS "
011180                     WS-CUSTMAST-STATUS " - MERGE BACKED OUT."
011190                 MOVE "Y" TO WS-MERGE-FAILED-SWITCH
011200                 MOVE WS-SURVIVOR-IMAGE TO CUSTOMER-MASTER-RECORD
011210                 REWRITE CUSTOMER-MASTER-RECORD
011220                     INVALID KEY
011230                         DISPLAY "BACK-OUT COULD NOT RESTORE"
011240                             " SURVIVOR - REPORT TO THE"
011250                             " SUPERVISOR."
011260                 END-REWRITE
011270         END-REWRITE
011280     END-IF
011290     IF MERGE-HAS-FAILED
011300         MOVE WS-MOVE-COUNT TO WS-DELETED-COUNT
011310         MOVE WS-MOVE-COUNT TO WS-COPIED-COUNT
011320         PERFORM 4950-RESTORE-ORIGINALS THRU 4950-EXIT
011330         PERFORM 4900-REMOVE-COPIES THRU 4900-EXIT
011340     END-IF.
011350 5000-EXIT.
011360     EXIT.
011370
011380*----------------------------------------------------------------
011390* Both changed master records are journaled, as CUST-MAINT
011400* journals its changes, under function M.
011410*----------------------------------------------------------------
011420 5500-JOURNAL-MERGE.
011430     MOVE SPACES TO MAINT-JOURNAL-RECORD
011440     MOVE WS-SURVIVOR-NUMBER TO MJ-CUSTOMER-NUMBER
011450     MOVE "M" TO MJ-FUNCTION
011460     MOVE WS-RUN-DATE TO MJ-DATE
011470     ACCEPT MJ-TIME FROM TIME
011480     MOVE WS-SURVIVOR-IMAGE TO MJ-BEFORE-IMAGE
011490     MOVE WS-SURVIVOR-IMAGE TO CUSTOMER-MASTER-RECORD
011500     MOVE WS-NEW-LAST-ACTIVITY TO CM-LAST-ACTIVITY
011510     MOVE CUSTOMER-MASTER-RECORD TO MJ-AFTER-IMAGE
011520     PERFORM 5550-WRITE-JOURNAL THRU 5550-EXIT
011530     MOVE SPACES TO MAINT-JOURNAL-RECORD
011540     MOVE WS-DUPLICATE-NUMBER TO MJ-CUSTOMER-NUMBER
011550     MOVE "M" TO MJ-FUNCTION
011560     MOVE WS-RUN-DATE TO MJ-DATE
011570     ACCEPT MJ-TIME FROM TIME
011580     MOVE WS-DUPLICATE-IMAGE TO MJ-BEFORE-IMAGE
011590     MOVE WS-DUPLICATE-IMAGE TO CUSTOMER-MASTER-RECORD
011600     MOVE "I" TO CM-STATUS
011610     MOVE WS-SURVIVOR-NUMBER TO CM-MERGED-INTO
011620     MOVE CUSTOMER-MASTER-RECORD TO MJ-AFTER-IMAGE
011630     PERFORM 5550-WRITE-JOURNAL THRU 5550-EXIT.
011640 5500-EXIT.
011650     EXIT.
011660
011670 5550-WRITE-JOURNAL.
011680     MOVE SO-OPERATOR-ID TO MJ-OPERATOR-ID
011690     WRITE MAINT-JOURNAL-RECORD
011700     IF WS-JOURNAL-STATUS NOT = "00"
011710         DISPLAY "MERGE MADE BUT NOT JOURNALED, STATUS "
011720             WS-JOURNAL-STATUS
011730         DISPLAY "REPORT THIS MERGE TO THE SUPERVISOR."
011740     END-IF.
011750 5550-EXIT.
011760     EXIT.
011770
011780*----------------------------------------------------------------
011790* 6000 SERIES - MERGE REPORT
011800* The report is appended to MERGRPT, so it keeps every merge
011810* ever made: both customers as they stood, each row moved with
011820* its old and new key, and the counts.
011830*----------------------------------------------------------------
011840 6000-REPORT-MERGE.
011850     PERFORM 6200-WRITE-MERGE-HEADERS THRU 6200-EXIT
011860     PERFORM 6100-PRINT-ONE-MOVE THRU 6100-EXIT
011870         VARYING WS-MOVE-SUB FROM 1 BY 1
011880         UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
011890     MOVE SPACES TO MERGE-TOTAL-LINE
011900     MOVE "HISTORY ROWS MOVED:" TO GT-LABEL
011910     MOVE WS-MOVE-COUNT TO GT-COUNT
011920     WRITE MERGE-PRINT-LINE FROM MERGE-TOTAL-LINE
011930     MOVE SPACES TO MERGE-TOTAL-LINE
011940     MOVE "OPEN ITEMS REPOINTED:" TO GT-LABEL
011950     MOVE WS-REPOINTED-COUNT TO GT-COUNT
011960     WRITE MERGE-PRINT-LINE FROM MERGE-TOTAL-LINE
011970     MOVE SPACES TO MERGE-MESSAGE-LINE
011980     STRING "SURVIVOR LAST ACTIVITY NOW " WS-NEW-LAST-ACTIVITY
011990         "; DUPLICATE SET INACTIVE, MERGED INTO "
012000         WS-SURVIVOR-NUMBER
012010         DELIMITED BY SIZE INTO GM-MESSAGE
012020     END-STRING
012030     WRITE MERGE-PRINT-LINE FROM MERGE-MESSAGE-LINE
012040     DISPLAY "MERGE COMPLETE - " WS-MOVE-COUNT
012050         " HISTORY ROW(S) MOVED TO CUSTOMER " WS-SURVIVOR-NUMBER
012060     IF WS-REPOINTED-COUNT > ZERO
012070         DISPLAY WS-REPOINTED-COUNT " OPEN ITEM(S) REPOINTED -"
012080             " REPLACE OPENITEM WITH OPENNEW BEFORE THE NEXT"
012090             " RECON-MATCH"
012100     END-IF.
012110 6000-EXIT.
012120     EXIT.
012130
012140 6100-PRINT-ONE-MOVE.
012150     MOVE WS-SURVIVOR-NUMBER TO TH-CUSTOMER-NUMBER
012160     MOVE MT-TRANS-DATE (WS-MOVE-SUB) TO TH-TRANS-DATE
012170     MOVE MT-NEW-SEQUENCE (WS-MOVE-SUB) TO TH-SEQUENCE-NUMBER
012180     READ TRANS-HISTORY-FILE
012190         INVALID KEY
012200             MOVE ZERO TO TH-OPERATION-CODE
012210             MOVE ZERO TO TH-RESULT
012220             MOVE ZERO TO TH-TRANS-REFERENCE
012230     END-READ
012240     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
012250         PERFORM 6200-WRITE-MERGE-HEADERS THRU 6200-EXIT
012260     END-IF
012270     MOVE SPACES TO MERGE-DETAIL-LINE
012280     MOVE WS-DUPLICATE-NUMBER TO GD-OLD-CUSTOMER
012290     MOVE MT-TRANS-DATE (WS-MOVE-SUB) TO GD-OLD-DATE
012300     MOVE MT-OLD-SEQUENCE (WS-MOVE-SUB) TO GD-OLD-SEQUENCE
012310     MOVE WS-SURVIVOR-NUMBER TO GD-NEW-CUSTOMER
012320     MOVE MT-TRANS-DATE (WS-MOVE-SUB) TO GD-NEW-DATE
012330     MOVE MT-NEW-SEQUENCE (WS-MOVE-SUB) TO GD-NEW-SEQUENCE
012340     EVALUATE TH-OPERATION-CODE
012350         WHEN 1
012360             MOVE "ADD     " TO GD-OPERATION
012370         WHEN 2
012380             MOVE "SUBTRACT" TO GD-OPERATION
012390         WHEN 3
012400             MOVE "MULTIPLY" TO GD-OPERATION
012410         WHEN 4
012420             MOVE "DIVIDE  " TO GD-OPERATION
012430         WHEN 5
012440             MOVE "REVERSAL" TO GD-OPERATION
012450         WHEN OTHER
012460             MOVE "UNKNOWN " TO GD-OPERATION
012470     END-EVALUATE
012480     MOVE TH-RESULT TO GD-RESULT
012490     MOVE TH-TRANS-REFERENCE TO GD-TRANS-REFERENCE
012500     WRITE MERGE-PRINT-LINE FROM MERGE-DETAIL-LINE
012510     ADD 1 TO WS-LINE-COUNT.
012520 6100-EXIT.
012530     EXIT.
012540
012550 6200-WRITE-MERGE-HEADERS.
012560     ADD 1 TO WS-PAGE-NUMBER
012570     MOVE WS-RUN-DATE TO GH2-RUN-DATE
012580     MOVE WS-PAGE-NUMBER TO GH2-PAGE-NO
012590     WRITE MERGE-PRINT-LINE FROM MERGE-HEADING-1
012600     WRITE MERGE-PRINT-LINE FROM MERGE-HEADING-2
012610     MOVE SPACES TO MERGE-CUSTOMER-LINE
012620     MOVE "SURVIVOR:" TO GC-LABEL
012630     MOVE WS-SURVIVOR-NUMBER TO GC-CUSTOMER-NUMBER
012640     MOVE WS-SURVIVOR-NAME TO GC-FULL-NAME
012650     MOVE WV-STATUS TO GC-STATUS
012660     MOVE WS-SURVIVOR-LAST-ACTIVITY TO GC-LAST-ACTIVITY
012670     MOVE WS-SURVIVOR-HIST-COUNT TO GC-HISTORY-COUNT
012680     WRITE MERGE-PRINT-LINE FROM MERGE-CUSTOMER-LINE
012690     MOVE SPACES TO MERGE-CUSTOMER-LINE
012700     MOVE "DUPLICATE:" TO GC-LABEL
012710     MOVE WS-DUPLICATE-NUMBER TO GC-CUSTOMER-NUMBER
012720     MOVE WS-DUPLICATE-NAME TO GC-FULL-NAME
012730     MOVE WD-STATUS TO GC-STATUS
012740     MOVE WS-DUPLICATE-LAST-ACTIVITY TO GC-LAST-ACTIVITY
012750     MOVE WS-MOVE-COUNT TO GC-HISTORY-COUNT
012760     WRITE MERGE-PRINT-LINE FROM MERGE-CUSTOMER-LINE
012770     WRITE MERGE-PRINT-LINE FROM MERGE-HEADING-3
012780     MOVE 5 TO WS-LINE-COUNT.
012790 6200-EXIT.
012800     EXIT.
012810
012820 6900-REPORT-FAILED-MERGE.
012830     PERFORM 6200-WRITE-MERGE-HEADERS THRU 6200-EXIT
012840     MOVE SPACES TO MERGE-MESSAGE-LINE
012850     MOVE "MERGE NOT MADE - BOTH CUSTOMERS LEFT AS THEY WERE"
012860         TO GM-MESSAGE
012870     WRITE MERGE-PRINT-LINE FROM MERGE-MESSAGE-LINE
012880     DISPLAY "MERGE NOT MADE - BOTH CUSTOMERS LEFT AS THEY WERE."
012890     IF OPEN-ITEMS-WRITTEN
012900         DISPLAY "DO NOT REPLACE OPENITEM WITH OPENNEW."
012910     END-IF.
012920 6900-EXIT.
012930     EXIT.
012940
012950*----------------------------------------------------------------
012960* 7000 SERIES - COMMON LOOKUP
012970*----------------------------------------------------------------
012980 7000-FETCH-BY-NUMBER.
012990     MOVE "N" TO WS-RECORD-FOUND-SWITCH
013000     MOVE SPACES TO WS-NUMBER-ENTRY
013010     ACCEPT WS-NUMBER-ENTRY
013020     MOVE ZERO TO WS-ENTRY-LENGTH
013030     INSPECT WS-NUMBER-ENTRY TALLYING WS-ENTRY-LENGTH
013040         FOR CHARACTERS BEFORE INITIAL SPACE
013050     IF WS-ENTRY-LENGTH > ZERO
013060             AND WS-ENTRY-LENGTH NOT > WS-MAX-CUSTNO-DIGITS
013070             AND WS-NUMBER-ENTRY (1:WS-ENTRY-LENGTH) IS NUMERIC
013080         MOVE WS-NUMBER-ENTRY (1:WS-ENTRY-LENGTH)
013090             TO CM-CUSTOMER-NUMBER
013100         READ CUSTOMER-MASTER-FILE
013110             INVALID KEY
013120                 DISPLAY "NO CUSTOMER ON FILE WITH NUMBER "
013130                     WS-NUMBER-ENTRY
013140             NOT INVALID KEY
013150                 MOVE "Y" TO WS-RECORD-FOUND-SWITCH
013160         END-READ
013170     ELSE
013180         DISPLAY "THAT IS NOT A CUSTOMER NUMBER."
013190     END-IF.
013200 7000-EXIT.
013210     EXIT.
013220
013230*----------------------------------------------------------------
013240* The display name, first name then last.
013250*----------------------------------------------------------------
013260 7100-BUILD-NAME.
013270     MOVE SPACES TO WS-BUILT-NAME
013280     STRING CM-FIRST-NAME DELIMITED BY SPACE
013290            " " DELIMITED BY SIZE
013300            CM-LAST-NAME DELIMITED BY SPACE
013310            INTO WS-BUILT-NAME
013320     END-STRING.
013330 7100-EXIT.
013340     EXIT.
013350
013360*----------------------------------------------------------------
013370* 9000 SERIES - END OF RUN
013380*----------------------------------------------------------------
013390 9000-FINISH-UP.
013400     IF NOT SESSION-IS-DONE
013410         CLOSE MAINT-JOURNAL-FILE
013420         IF HISTORY-IS-OPEN
013430             CLOSE TRANS-HISTORY-FILE
013440         END-IF
013450         CLOSE CUSTOMER-MASTER-FILE
013460     END-IF
013470     PERFORM 9900-SIGN-OFF THRU 9900-EXIT
013480     DISPLAY "Goodbye!".
013490 9000-EXIT.
013500     EXIT.
013510
013520*----------------------------------------------------------------
013530* The sign-off is logged, and the operator files closed, last.
013540*----------------------------------------------------------------
013550 9900-SIGN-OFF.
013560     IF SO-SIGNED-ON
013570         MOVE "O" TO SO-EVENT
013580         MOVE SO-OPERATOR-ID TO SO-ID-ENTRY
013590         PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT
013600     END-IF
013610     IF SO-FILES-ARE-OPEN
013620         CLOSE SIGN-ON-LOG-FILE
013630         CLOSE OPERATOR-FILE
013640         MOVE "N" TO SO-FILES-OPEN-SWITCH
013650     END-IF.
013660 9900-EXIT.
013670     EXIT.
013680
013690 END PROGRAM CUST-MERGE.
