002530*            the live AUDITLOG archived under the old layout
002540*            and restarted (see the copybooks for each file's
002550*            conversion note).
002560* 2026-10-15 DL   - Every posted entry now gets a unique
002570*            transaction reference, a running ten-digit number
002580*            kept on a control file (TRANREFS) the way customer
002590*            numbers are kept on CUSTNUMS, and rebuilt from the
002600*            highest reference on AUDITLOG when the control file
002610*            is missing. The reference is carried on TRANOUT,
002620*            AUDITLOG, and EXTRACT (and from TRANOUT onto
002630*            TRANHIST), so the reconciliation match can pair an
002640*            acknowledgment with the exact entry it belongs to
002650*            and a customer quoting the reference can be traced
002660*            through every file. The clerk sees the reference
002670*            at the terminal when an entry posts.
002680* 2026-10-15 DL   - Added the reversal entry (operation 5), keyed
002690*            at the terminal or carried on BATCHIN, which names
002700*            an entry already on the history master (TRANHIST) by
002710*            customer number, date, and sequence and posts the
002720*            exact negation of its result. A reversal is refused
002730*            - reject codes RN, RC, and RR in batch - when the
002740*            original is not on history, belongs to a customer
002750*            other than the one named, or has already been
002760*            reversed (on history, or earlier in this run). The
002770*            reversal goes to TRANOUT, AUDITLOG, and EXTRACT like
002780*            any other posting, and TRANOUT carries the original
002790*            entry's date and sequence so HIST-LOAD can mark the
002800*            original reversed.
002810* 2026-10-15 DL   - Each entry is now checked for a suspected
002820*            duplicate before it posts: the same customer,
002830*            operation, and both numbers as an entry posted
002840*            earlier in this run (kept on a scratch file,
002850*            POSTWORK) or on history within a look-back window
002860*            of days before the process date (RUNPARM, default
002870*            7). In batch the record is rejected with new
002880*            reason code DP, to be released by presenting it
002890*            unchanged in a REJIN rerun or written off in
002900*            REJ-MAINT; at the terminal the clerk is shown the
002910*            earlier entry and must confirm before it posts.
002920*            Reversals are not checked, and an entry already
002930*            reversed no longer counts as posted.
002940* 2026-10-15 DL   - A name that finds a customer number CUST-MERGE
002950*            has merged away now posts to the surviving number
002960*            the duplicate points at, instead of being refused
002970*            as inactive; new customers are added with a zero
002980*            merge pointer (see CUSTREC).
002990* 2026-10-15 DL   - Every batch run that validates BATCHIN now
003000*            writes a batch acknowledgment file (BATCHACK, see
003010*            BATCHACK copybook) for the sending departments: per
003020*            control group, whether it was accepted or refused
003030*            and the refusal reason, its rejected records with
003040*            reason codes and original images, and its records
003050*            read, posted, and rejected and the value posted. A
003060*            REJIN rerun leaves the last acknowledgment alone.
003070* 2026-10-15 DL   - A terminal session now starts with an
003080*            operator sign-on against the operator master
003090*            (OPERMAST, layout in OPERREC); any authority level
003100*            may post, and a session nobody signs on to posts
003110*            nothing and ends with condition code 16. Sign-ons
003120*            and sign-offs go to the sign-on log (SIGNLOG). Every
003130*            audit record now carries the operator who keyed the
003140*            entry, or BATCH for a batch or REJIN run (see
003150*            AUDITREC). Suspense entries are written with no
003160*            operator; REJ-MAINT fills it in on a write-off.
003170* 2026-10-15 DL   - Records in a STAND-GEN group (batch ID prefix
003180*            SI) skip the suspected-duplicate check: a standing
003190*            instruction repeats the same entry by design, and
003200*            the batch register already stops the group posting
003210*            twice.
003220* 2026-10-15 DL   - The checkpoint now carries each batch group's
003230*            records read, posted, and rejected and the value
003240*            posted, and a resumed run starts from them, so the
003250*            control totals and the BATCHACK trailer cover the
003260*            whole group and not only the records posted since
003270*            the restart.
003280*****************************************************************
003290 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. PRACTICE-ROOM.
003310 AUTHOR. DATA-PROCESSING-TEAM.
003320 INSTALLATION. TRAINING-DEPT.
003330 DATE-WRITTEN. APRIL 11, 2020.
003340 DATE-COMPILED.
003350 ENVIRONMENT DIVISION.
003360 INPUT-OUTPUT SECTION.
003370 FILE-CONTROL.
003380     SELECT TRANS-OUT-FILE ASSIGN TO "TRANOUT"
003390         ORGANIZATION IS LINE SEQUENTIAL.
003400
003410     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS WS-AUDIT-STATUS.
003440
003450     SELECT OPTIONAL BATCH-IN-FILE ASSIGN TO "BATCHIN"
003460         FILE STATUS IS WS-BATCH-STATUS.
003470
003480     SELECT PRINT-FILE ASSIGN TO "PRINTOUT"
003490         ORGANIZATION IS LINE SEQUENTIAL.
003500
003510     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
003520         ORGANIZATION IS LINE SEQUENTIAL
003530         FILE STATUS IS WS-CHKPT-STATUS.
003540
003550     SELECT EXTRACT-FILE ASSIGN TO "EXTRACT"
003560         ORGANIZATION IS LINE SEQUENTIAL.
003570
003580     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
003590         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003610         RECORD KEY IS CM-CUSTOMER-NUMBER
003620         ALTERNATE RECORD KEY IS CM-LAST-NAME
003630             WITH DUPLICATES
003640         FILE STATUS IS WS-CUSTMAST-STATUS.
003650
003660     SELECT OPTIONAL CUSTNO-FILE ASSIGN TO "CUSTNUMS"
003670         ORGANIZATION IS LINE SEQUENTIAL
003680         FILE STATUS IS WS-CUSTNO-STATUS.
003690
003700     SELECT OPTIONAL TRANREF-FILE ASSIGN TO "TRANREFS"
003710         ORGANIZATION IS LINE SEQUENTIAL
003720         FILE STATUS IS WS-TRANREF-STATUS.
003730
003740     SELECT OPTIONAL TRANS-HISTORY-FILE ASSIGN TO "TRANHIST"
003750         ORGANIZATION IS INDEXED
003760         ACCESS MODE IS DYNAMIC
003770         RECORD KEY IS TH-KEY
003780         FILE STATUS IS WS-HIST-STATUS.
003790
003800     SELECT POSTED-WORK-FILE ASSIGN TO "POSTWORK"
003810         ORGANIZATION IS INDEXED
003820         ACCESS MODE IS DYNAMIC
003830         RECORD KEY IS PW-KEY
003840         FILE STATUS IS WS-POSTWORK-STATUS.
003850
003860     SELECT REJECT-OUT-FILE ASSIGN TO "REJECTS"
003870         FILE STATUS IS WS-REJOUT-STATUS.
003880
003890     SELECT OPTIONAL REJECT-IN-FILE ASSIGN TO "REJIN"
003900         FILE STATUS IS WS-REJIN-STATUS.
003910
003920     SELECT REJECT-SUSPENSE-FILE ASSIGN TO "REJMAST"
003930         ORGANIZATION IS INDEXED
003940         ACCESS MODE IS DYNAMIC
003950         RECORD KEY IS RS-KEY
003960         FILE STATUS IS WS-REJMAST-STATUS.
003970
003980     SELECT OPTIONAL BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
003990         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-BATCHREG-STATUS.
004010
004020     SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
004030         ORGANIZATION IS LINE SEQUENTIAL
004040         FILE STATUS IS WS-RUNPARM-STATUS.
004050
004060     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
004070         ORGANIZATION IS LINE SEQUENTIAL
004080         FILE STATUS IS WS-RUNLOG-STATUS.
004090
004100     SELECT BATCH-ACK-FILE ASSIGN TO "BATCHACK"
004110         ORGANIZATION IS LINE SEQUENTIAL
004120         FILE STATUS IS WS-BATCHACK-STATUS.
004130
004140     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
004150         ORGANIZATION IS INDEXED
004160         ACCESS MODE IS DYNAMIC
004170         RECORD KEY IS OP-OPERATOR-ID
004180         FILE STATUS IS WS-OPERMAST-STATUS.
004190
004200     SELECT SIGN-ON-LOG-FILE ASSIGN TO "SIGNLOG"
004210         ORGANIZATION IS LINE SEQUENTIAL
004220         FILE STATUS IS WS-SIGNLOG-STATUS.
004230
004240 DATA DIVISION.
004250 FILE SECTION.
004260 FD  TRANS-OUT-FILE.
004270 01  TRANS-RECORD.
004280     05  TR-CUSTOMER-NUMBER   PIC 9(05).
004290     05  TR-FIRST-NAME        PIC A(20).
004300     05  TR-LAST-NAME         PIC A(20).
004310     05  TR-FIRST-NUMBER      PIC -(18)9.9(19).
004320     05  TR-SECOND-NUMBER     PIC -(18)9.9(19).
004330     05  TR-RESULT            PIC -(18)9.9(19).
004340     05  TR-OPERATION-CODE    PIC 9(01).
004350     05  TR-TRANS-REFERENCE   PIC 9(10).
004360*    A reversal names the date and sequence of the entry it
004370*    reverses (same customer); zero on every other entry.
004380     05  TR-ORIGINAL-DATE     PIC 9(06).
004390     05  TR-ORIGINAL-SEQUENCE PIC 9(04).
004400
004410 FD  AUDIT-FILE.
004420     COPY AUDITREC.
004430
004440*    The number fields are free-form character entries - an
004450*    optional leading sign, digits, and an optional decimal
004460*    point - parsed by the same edit the terminal entry uses,
004470*    so the departments can cut BATCHIN as plain text.
004480 FD  BATCH-IN-FILE.
004490 01  BATCH-USER-RECORD.
004500     05  BR-FIRST-NAME        PIC A(20).
004510     05  BR-LAST-NAME         PIC A(20).
004520     05  BR-FIRST-NUMBER-ENTRY
004530                              PIC X(40).
004540     05  BR-SECOND-NUMBER-ENTRY
004550                              PIC X(40).
004560     05  BR-OPERATION-CODE    PIC 9(01).
004570*    Control records share the data record's storage; the type
004580*    bytes "/H" and "/T" cannot occur in a name field.
004590 01  BATCH-HEADER-RECORD.
004600     05  BH-RECORD-TYPE       PIC X(02).
004610         88  BATCH-HEADER-REC     VALUE "/H".
004620         88  BATCH-TRAILER-REC    VALUE "/T".
004630     05  BH-BATCH-ID          PIC X(08).
004640     05  BH-CREATION-DATE     PIC 9(08).
004650     05  FILLER               PIC X(103).
004660 01  BATCH-TRAILER-RECORD.
004670     05  BT-RECORD-TYPE       PIC X(02).
004680     05  BT-RECORD-COUNT      PIC 9(09).
004690     05  BT-HASH-TOTAL-ENTRY  PIC X(40).
004700     05  FILLER               PIC X(70).
004710*    A reversal (operation code 5) carries the history key of
004720*    the entry it reverses - customer number, date YYMMDD, and
004730*    sequence, fifteen digits - in the first number-entry
004740*    columns, and no second number. The key digits count toward
004750*    the trailer hash total as the first number entry, exactly
004760*    as keyed.
004770 01  BATCH-REVERSAL-RECORD.
004780     05  FILLER               PIC X(40).
004790     05  BV-ORIGINAL-KEY.
004800         10  BV-ORIG-CUSTOMER-NUMBER
004810                              PIC 9(05).
004820         10  BV-ORIG-TRANS-DATE
004830                              PIC 9(06).
004840         10  BV-ORIG-SEQUENCE-NUMBER
004850                              PIC 9(04).
004860     05  FILLER               PIC X(65).
004870     05  BV-OPERATION-CODE    PIC X(01).
004880         88  BATCH-REVERSAL-REC   VALUE "5".
004890
004900 FD  PRINT-FILE.
004910*    Widened from 80 to 132 columns when the full name grew
004920*    to 42 characters.
004930 01  PRINT-LINE               PIC X(132).
004940
004950 FD  CHECKPOINT-FILE.
004960*    The checkpoint record is followed by one group record for
004970*    each batch group reached so far, in BATCHIN order, carrying
004980*    that group's posting counters. A checkpoint written before
004990*    the group count was added has no group records.
005000 01  CHECKPOINT-RECORD.
005010     05  CK-LAST-RECORD-NUMBER PIC 9(09).
005020     05  CK-BATCH-ID           PIC X(08).
005030     05  CK-GROUP-COUNT        PIC 9(03).
005040 01  CHECKPOINT-GROUP-RECORD.
005050     05  CG-BATCH-ID           PIC X(08).
005060     05  CG-READ-COUNT         PIC 9(09).
005070     05  CG-POSTED-COUNT       PIC 9(09).
005080     05  CG-REJECT-COUNT       PIC 9(09).
005090     05  CG-VALUE-TOTAL        PIC S9(19)V9(19) SIGN LEADING
005100                                   SEPARATE.
005110
005120 FD  EXTRACT-FILE.
005130 01  EXTRACT-RECORD.
005140     05  EX-CUSTOMER-NUMBER   PIC 9(05).
005150     05  EX-FULL-NAME         PIC X(42).
005160     05  EX-RESULT            PIC S9(19)V9(19) SIGN LEADING
005170                                  SEPARATE.
005180     05  EX-TRANS-REFERENCE   PIC 9(10).
005190
005200 FD  CUSTOMER-MASTER-FILE.
005210     COPY CUSTREC.
005220
005230 FD  CUSTNO-FILE.
005240 01  CUSTNO-RECORD.
005250     05  CN-LAST-CUSTOMER-NO  PIC 9(05).
005260
005270 FD  TRANREF-FILE.
005280 01  TRANREF-RECORD.
005290     05  TF-LAST-REFERENCE    PIC 9(10).
005300
005310*    Read only, to check the entry a reversal names.
005320 FD  TRANS-HISTORY-FILE.
005330     COPY HISTREC.
005340
005350*    Scratch file of the entries posted on this run, keyed on
005360*    exactly what makes two entries suspected duplicates. The
005370*    first posting of a key is the one kept.
005380 FD  POSTED-WORK-FILE.
005390 01  POSTED-WORK-RECORD.
005400     05  PW-KEY.
005410         10  PW-CUSTOMER-NUMBER   PIC 9(05).
005420         10  PW-OPERATION-CODE    PIC 9(01).
005430         10  PW-FIRST-NUMBER      PIC S9(19)V9(19) COMP-3.
005440         10  PW-SECOND-NUMBER     PIC S9(19)V9(19) COMP-3.
005450     05  PW-TRANS-REFERENCE   PIC 9(10).
005460     05  PW-RESULT            PIC S9(19)V9(19) COMP-3.
005470
005480 FD  REJECT-OUT-FILE.
005490 01  REJECT-OUT-RECORD.
005500     COPY REJREC REPLACING
005510         ==REASON-CODE== BY ==RJO-REASON-CODE==
005520         ==BATCH-ID== BY ==RJO-BATCH-ID==
005530         ==RECORD-NUMBER== BY ==RJO-RECORD-NUMBER==
005540         ==BATCH-IMAGE== BY ==RJO-BATCH-IMAGE==.
005550
005560 FD  REJECT-IN-FILE.
005570 01  REJECT-IN-RECORD.
005580     COPY REJREC REPLACING
005590         ==REASON-CODE== BY ==RJI-REASON-CODE==
005600         ==BATCH-ID== BY ==RJI-BATCH-ID==
005610         ==RECORD-NUMBER== BY ==RJI-RECORD-NUMBER==
005620         ==BATCH-IMAGE== BY ==RJI-BATCH-IMAGE==.
005630
005640 FD  REJECT-SUSPENSE-FILE.
005650     COPY REJSUSP.
005660
005670 FD  BATCH-REGISTER-FILE.
005680 01  REGISTER-RECORD.
005690     05  BG-BATCH-ID          PIC X(08).
005700
005710*    Blank fields fall back to the built-in defaults, so a parm
005720*    file may set only what the operator needs to change.
005730 FD  RUN-PARM-FILE.
005740 01  RUN-PARM-RECORD.
005750     05  RP-PROCESS-DATE      PIC X(06).
005760     05  RP-CHECKPOINT-INTERVAL
005770                              PIC X(05).
005780     05  RP-MAX-LINES-PER-PAGE
005790                              PIC X(03).
005800     05  RP-DUPLICATE-LOOKBACK
005810                              PIC X(03).
005820
005830 FD  RUN-LOG-FILE.
005840     COPY RUNREC.
005850
005860 FD  BATCH-ACK-FILE.
005870     COPY BATCHACK.
005880
005890 FD  OPERATOR-FILE.
005900     COPY OPERREC.
005910
005920 FD  SIGN-ON-LOG-FILE.
005930     COPY SIGNLOG.
005940
005950 WORKING-STORAGE SECTION.
005960 01  WS-USER.
005970     COPY USERREC REPLACING
005980         ==FIRST-NAME== BY ==WS-FIRST-NAME==
005990         ==LAST-NAME== BY ==WS-LAST-NAME==
006000         ==FIRST-NUMBER== BY ==WS-FIRST-NUMBER==
006010         ==SECOND-NUMBER== BY ==WS-SECOND-NUMBER==.
006020
006030 01  WS-FULL-NAME             PIC A(42).
006040 01  WS-CLOSE                 PIC A(1).
006050 01  WS-ADDED-NUMBERS         PIC S9(19)V9(19) COMP-3.
006060 01  WS-RESULT-LABEL          PIC X(25).
006070 01  WS-NUMBER-ENTRY          PIC X(40).
006080 01  WS-OPERATION-ENTRY       PIC X(01).
006090 01  WS-ANOTHER-ENTRY         PIC X(01).
006100 01  WS-SAME-CUST-ENTRY       PIC X(01).
006110 01  WS-DUP-CONFIRM-ENTRY     PIC X(01).
006120
006130 01  WS-OPERATION-CODE        PIC 9(01) VALUE 1.
006140     88  OP-ADD                    VALUE 1.
006150     88  OP-SUBTRACT               VALUE 2.
006160     88  OP-MULTIPLY               VALUE 3.
006170     88  OP-DIVIDE                 VALUE 4.
006180     88  OP-REVERSE                VALUE 5.
006190
006200 01  WS-SWITCHES.
006210     05  WS-BATCH-MODE-SWITCH      PIC X(01) VALUE "N".
006220         88  BATCH-MODE-ACTIVE         VALUE "Y".
006230     05  WS-MORE-RECORDS-SWITCH    PIC X(01) VALUE "Y".
006240         88  MORE-RECORDS-REMAIN       VALUE "Y".
006250         88  NO-MORE-RECORDS           VALUE "N".
006260     05  WS-CUSTOMER-FOUND-SWITCH  PIC X(01) VALUE "N".
006270         88  CUSTOMER-FOUND            VALUE "Y".
006280     05  WS-FIRST-NUM-VALID-SWITCH PIC X(01) VALUE "N".
006290         88  FIRST-NUM-IS-VALID        VALUE "Y".
006300     05  WS-SECOND-NUM-VALID-SW    PIC X(01) VALUE "N".
006310         88  SECOND-NUM-IS-VALID       VALUE "Y".
006320     05  WS-NAME-OVERFLOW-SWITCH   PIC X(01) VALUE "N".
006330         88  NAME-DID-OVERFLOW         VALUE "Y".
006340     05  WS-NAME-VALID-SWITCH      PIC X(01) VALUE "N".
006350         88  NAME-IS-VALID             VALUE "Y".
006360     05  WS-SKIP-RECORD-SWITCH     PIC X(01) VALUE "N".
006370         88  SKIP-THIS-RECORD          VALUE "Y".
006380     05  WS-OP-VALID-SWITCH        PIC X(01) VALUE "N".
006390         88  OP-ENTRY-IS-VALID         VALUE "Y".
006400     05  WS-CALC-ERROR-SWITCH      PIC X(01) VALUE "N".
006410         88  CALC-ERROR-OCCURRED       VALUE "Y".
006420     05  WS-DIVIDE-BY-ZERO-SWITCH  PIC X(01) VALUE "N".
006430         88  DIVIDE-BY-ZERO-OCCURRED   VALUE "Y".
006440     05  WS-SCAN-DONE-SWITCH       PIC X(01) VALUE "N".
006450         88  SCAN-IS-DONE              VALUE "Y".
006460     05  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
006470         88  RUN-ABORTED               VALUE "Y".
006480     05  WS-IN-GROUP-SWITCH        PIC X(01) VALUE "N".
006490         88  GROUP-IS-OPEN             VALUE "Y".
006500     05  WS-GROUP-DUP-SWITCH       PIC X(01) VALUE "N".
006510         88  GROUP-ALREADY-DONE        VALUE "Y".
006520     05  WS-REC-READY-SWITCH       PIC X(01) VALUE "N".
006530         88  RECORD-IS-READY           VALUE "Y".
006540     05  WS-CUST-INACTIVE-SWITCH   PIC X(01) VALUE "N".
006550         88  CUSTOMER-IS-INACTIVE      VALUE "Y".
006560     05  WS-REG-DONE-SWITCH        PIC X(01) VALUE "N".
006570         88  REGISTER-SCAN-DONE        VALUE "Y".
006580     05  WS-KEEP-CUSTOMER-SWITCH   PIC X(01) VALUE "N".
006590         88  KEEP-SAME-CUSTOMER        VALUE "Y".
006600     05  WS-RERUN-MODE-SWITCH      PIC X(01) VALUE "N".
006610         88  RERUN-MODE-ACTIVE         VALUE "Y".
006620     05  WS-NUMBER-VALID-SWITCH    PIC X(01) VALUE "N".
006630         88  NUMBER-ENTRY-IS-VALID     VALUE "Y".
006640     05  WS-PARSE-FAIL-SWITCH      PIC X(01) VALUE "N".
006650         88  PARSE-HAS-FAILED          VALUE "Y".
006660     05  WS-POINT-SEEN-SWITCH      PIC X(01) VALUE "N".
006670         88  POINT-WAS-SEEN            VALUE "Y".
006680     05  WS-HIST-OPEN-SWITCH       PIC X(01) VALUE "N".
006690         88  HISTORY-IS-OPEN           VALUE "Y".
006700     05  WS-REV-KEY-VALID-SWITCH   PIC X(01) VALUE "N".
006710         88  REVERSAL-KEY-IS-VALID     VALUE "Y".
006720     05  WS-ORIGINAL-FOUND-SWITCH  PIC X(01) VALUE "N".
006730         88  ORIGINAL-WAS-FOUND        VALUE "Y".
006740     05  WS-REVERSED-RUN-SWITCH    PIC X(01) VALUE "N".
006750         88  REVERSED-THIS-RUN         VALUE "Y".
006760     05  WS-POSTWORK-OPEN-SWITCH   PIC X(01) VALUE "N".
006770         88  POSTWORK-IS-OPEN          VALUE "Y".
006780     05  WS-DUP-FOUND-SWITCH       PIC X(01) VALUE "N".
006790         88  DUPLICATE-WAS-FOUND       VALUE "Y".
006800     05  WS-DUP-SOURCE-SWITCH      PIC X(01) VALUE SPACE.
006810         88  DUP-FOUND-THIS-RUN        VALUE "R".
006820         88  DUP-FOUND-ON-HISTORY      VALUE "H".
006830
006840 01  WS-FILE-STATUSES.
006850     05  WS-AUDIT-STATUS           PIC X(02).
006860     05  WS-BATCH-STATUS           PIC X(02).
006870     05  WS-CHKPT-STATUS           PIC X(02).
006880     05  WS-CUSTMAST-STATUS        PIC X(02).
006890         88  CUSTMAST-FILE-NOT-FOUND  VALUE "35".
006900     05  WS-CUSTNO-STATUS          PIC X(02).
006910     05  WS-TRANREF-STATUS         PIC X(02).
006920     05  WS-HIST-STATUS            PIC X(02).
006930     05  WS-POSTWORK-STATUS        PIC X(02).
006940     05  WS-REJOUT-STATUS          PIC X(02).
006950     05  WS-REJIN-STATUS           PIC X(02).
006960     05  WS-REJMAST-STATUS         PIC X(02).
006970         88  REJMAST-FILE-NOT-FOUND   VALUE "35".
006980     05  WS-BATCHREG-STATUS        PIC X(02).
006990     05  WS-RUNPARM-STATUS         PIC X(02).
007000     05  WS-RUNLOG-STATUS          PIC X(02).
007010     05  WS-BATCHACK-STATUS        PIC X(02).
007020     05  WS-OPERMAST-STATUS        PIC X(02).
007030         88  OPERMAST-FILE-NOT-FOUND  VALUE "35".
007040     05  WS-SIGNLOG-STATUS         PIC X(02).
007050
007060     COPY SIGNON.
007070
007080 01  WS-RUN-DATE               PIC 9(06).
007090 77  WS-START-TIME             PIC 9(08) VALUE ZERO.
007100
007110 77  WS-CUSTOMER-NUMBER        PIC 9(05) VALUE ZERO.
007120 77  WS-LAST-CUSTOMER-NUMBER   PIC 9(05) VALUE ZERO.
007130 77  WS-LAST-REFERENCE         PIC 9(10) VALUE ZERO.
007140 77  WS-RECORD-COUNT           PIC 9(09) COMP VALUE ZERO.
007150 77  WS-SKIP-COUNT             PIC 9(09) COMP VALUE ZERO.
007160 77  WS-REJECT-COUNT           PIC 9(09) COMP VALUE ZERO.
007170 77  WS-CURRENT-BATCH-ID       PIC X(08) VALUE SPACES.
007180 77  WS-FILE-BATCH-ID          PIC X(08) VALUE SPACES.
007190 77  WS-GROUP-COUNT            PIC 9(03) COMP VALUE ZERO.
007200 77  WS-GOOD-GROUP-COUNT       PIC 9(03) COMP VALUE ZERO.
007210 77  WS-REFUSED-GROUP-COUNT    PIC 9(03) COMP VALUE ZERO.
007220 77  WS-MAX-BATCH-GROUPS       PIC 9(03) COMP VALUE 50.
007230 77  WS-CURRENT-GROUP          PIC 9(03) COMP VALUE ZERO.
007240 77  WS-POSTING-GROUP          PIC 9(03) COMP VALUE ZERO.
007250 77  WS-GROUP-SUB              PIC 9(03) COMP VALUE ZERO.
007260 77  WS-SESSION-SUBTOTAL       PIC S9(19)V9(19) COMP-3
007270                                   VALUE ZERO.
007280 77  WS-SESSION-GRAND-TOTAL    PIC S9(19)V9(19) COMP-3
007290                                   VALUE ZERO.
007300 77  WS-CUST-ENTRY-COUNT       PIC 9(05) COMP VALUE ZERO.
007310 77  WS-SESSION-ENTRY-COUNT    PIC 9(05) COMP VALUE ZERO.
007320 77  WS-POSTED-COUNT           PIC 9(09) COMP VALUE ZERO.
007330 77  WS-SKIPPED-COUNT          PIC 9(09) COMP VALUE ZERO.
007340 77  WS-CALC-ERROR-COUNT       PIC 9(09) COMP VALUE ZERO.
007350 77  WS-OP-SUB                 PIC 9(02) COMP VALUE ZERO.
007360 77  WS-RESULT-VALUE-TOTAL     PIC S9(19)V9(19) COMP-3
007370                                   VALUE ZERO.
007380 77  WS-INPUT-VALUE-TOTAL      PIC S9(19)V9(19) COMP-3
007390                                   VALUE ZERO.
007400 77  WS-RETURN-SEVERITY        PIC 9(02) COMP VALUE ZERO.
007410
007420 01  WS-OP-POSTED-TABLE.
007430     05  WS-OP-POSTED-COUNT    PIC 9(09) COMP
007440                               OCCURS 5 TIMES VALUE ZERO.
007450
007460*    The history key of the entry a reversal names, and the
007470*    keys already reversed on this run. HIST-LOAD marks an
007480*    original reversed only at end of day, so a second reversal
007490*    of the same entry before then is caught here.
007500 01  WS-REVERSAL-KEY.
007510     05  WS-REV-CUSTOMER-NUMBER PIC 9(05).
007520     05  WS-REV-TRANS-DATE     PIC 9(06).
007530     05  WS-REV-SEQUENCE-NUMBER PIC 9(04).
007540 01  WS-REVERSED-TABLE.
007550     05  RV-REVERSED-KEY       PIC X(15) OCCURS 500 TIMES.
007560 77  WS-REVERSED-COUNT         PIC 9(04) COMP VALUE ZERO.
007570 77  WS-MAX-REVERSALS          PIC 9(04) COMP VALUE 500.
007580 77  WS-REV-SUB                PIC 9(04) COMP VALUE ZERO.
007590 77  WS-KEY-PART-DIGITS        PIC 9(02) COMP VALUE ZERO.
007600 01  WS-REVERSAL-MESSAGE       PIC X(40) VALUE SPACES.
007610
007620*    Suspected-duplicate check: the look-back window in days
007630*    (RUNPARM) and the day number it starts on, and the
007640*    earlier entry a match was found against.
007650 77  WS-DUP-LOOKBACK-DAYS      PIC 9(03) COMP VALUE 7.
007660 77  WS-WINDOW-START-DAY       PIC 9(07) COMP VALUE ZERO.
007670 77  WS-DUP-TRANS-DATE         PIC 9(06) VALUE ZERO.
007680 77  WS-DUP-SEQUENCE-NUMBER    PIC 9(04) VALUE ZERO.
007690 77  WS-DUP-REFERENCE          PIC 9(10) VALUE ZERO.
007700 77  WS-DUP-RESULT             PIC S9(19)V9(19) COMP-3
007710                                   VALUE ZERO.
007720*    The batch the entry came from; STAND-GEN's groups are
007730*    exempt from the check.
007740 01  WS-ENTRY-BATCH-ID.
007750     05  WS-EB-PREFIX          PIC X(02).
007760         88  STANDING-INSTR-BATCH      VALUE "SI".
007770     05  FILLER                PIC X(06).
007780
007790 01  WS-DATE-WORK.
007800     05  WS-DW-DATE            PIC 9(06).
007810     05  WS-DW-SPLIT REDEFINES WS-DW-DATE.
007820         10  WS-DW-YEAR        PIC 9(02).
007830         10  WS-DW-MONTH       PIC 9(02).
007840         10  WS-DW-DAY         PIC 9(02).
007850     05  WS-DW-DAY-NUMBER      PIC 9(07) COMP.
007860     05  WS-DW-LEAP-REM        PIC 9(02) COMP.
007870     05  WS-DW-LEAP-QUOT       PIC 9(07) COMP.
007880
007890 01  WS-MONTH-OFFSET-VALUES.
007900     05  FILLER PIC X(12) VALUE "000031059090".
007910     05  FILLER PIC X(12) VALUE "120151181212".
007920     05  FILLER PIC X(12) VALUE "243273304334".
007930 01  WS-MONTH-OFFSETS REDEFINES WS-MONTH-OFFSET-VALUES.
007940     05  WS-MONTH-OFFSET       PIC 9(03) OCCURS 12 TIMES.
007950
007960*    One entry per /H ... /T control group found on BATCHIN by
007970*    the validation pre-pass: the group's ID, whether it may
007980*    post (and if not, the BATCHACK reason code it was refused
007990*    for), its tallied and trailer controls, and the posting
008000*    counters behind the per-batch control-totals section.
008010 01  WS-BATCH-GROUP-TABLE.
008020     05  GT-GROUP-ENTRY OCCURS 50 TIMES.
008030         10  GT-BATCH-ID           PIC X(08).
008040         10  GT-GROUP-STATUS       PIC X(01).
008050             88  GROUP-IS-POSTABLE     VALUE "G".
008060             88  GROUP-WAS-REFUSED     VALUE "R".
008070         10  GT-REFUSAL-REASON     PIC X(02).
008080         10  GT-TALLY-COUNT        PIC 9(09) COMP.
008090         10  GT-TRAILER-COUNT      PIC 9(09) COMP.
008100         10  GT-TALLY-HASH         PIC S9(19)V9(19) COMP-3.
008110         10  GT-TRAILER-HASH       PIC S9(19)V9(19) COMP-3.
008120         10  GT-READ-COUNT         PIC 9(09) COMP.
008130         10  GT-POSTED-COUNT       PIC 9(09) COMP.
008140         10  GT-REJECT-COUNT       PIC 9(09) COMP.
008150         10  GT-VALUE-TOTAL        PIC S9(19)V9(19) COMP-3.
008160 77  WS-REFUSAL-REASON         PIC X(02) VALUE SPACES.
008170 77  WS-ACK-REJECT-COUNT       PIC 9(09) COMP VALUE ZERO.
008180 77  WS-ACK-GROUP-STATUS       PIC X(01) VALUE SPACE.
008190 77  WS-CHECKPOINT-INTERVAL    PIC 9(05) COMP VALUE 10.
008200 77  WS-CK-GROUP-COUNT         PIC 9(03) COMP VALUE ZERO.
008210 77  WS-CK-GROUP-SUB           PIC 9(03) COMP VALUE ZERO.
008220 77  WS-TEMP-QUOTIENT          PIC 9(09) COMP VALUE ZERO.
008230 77  WS-TEMP-REMAINDER         PIC 9(09) COMP VALUE ZERO.
008240 77  WS-NUMBER-LENGTH          PIC 9(02) COMP VALUE ZERO.
008250 77  WS-MAX-NUMBER-DIGITS      PIC 9(02) COMP VALUE 19.
008260 77  WS-NUMBER-ENTRY-SIZE      PIC 9(02) COMP VALUE 40.
008270 77  WS-PARSE-SUB              PIC 9(02) COMP VALUE ZERO.
008280 77  WS-PARSE-START            PIC 9(02) COMP VALUE ZERO.
008290 77  WS-PARSE-POS              PIC 9(02) COMP VALUE ZERO.
008300 77  WS-INT-DIGIT-COUNT        PIC 9(02) COMP VALUE ZERO.
008310 77  WS-DEC-DIGIT-COUNT        PIC 9(02) COMP VALUE ZERO.
008320 77  WS-PARSE-SIGN             PIC X(01) VALUE SPACE.
008330 77  WS-PARSED-NUMBER          PIC S9(19)V9(19) COMP-3
008340                                   VALUE ZERO.
008350
008360*    The digits collected by the number parse are assembled in
008370*    display form and read back through the REDEFINES as one
008380*    fixed-decimal value.
008390 01  WS-INT-DIGITS             PIC X(19).
008400 01  WS-DEC-DIGITS             PIC X(19).
008410 01  WS-PARSE-DIGITS.
008420     05  WS-PARSE-INT-X        PIC X(19).
008430     05  WS-PARSE-DEC-X        PIC X(19).
008440 01  WS-PARSE-NUMERIC REDEFINES WS-PARSE-DIGITS
008450                               PIC 9(19)V9(19).
008460 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
008470 77  WS-PAGE-NUMBER            PIC 9(03) COMP VALUE 1.
008480 77  WS-MAX-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.
008490
008500 01  WS-REJECT-REASON          PIC X(02) VALUE SPACES.
008510     88  REJECT-NAME-TOO-LONG      VALUE "NL".
008520     88  REJECT-BAD-OPERATION      VALUE "OP".
008530     88  REJECT-BAD-NUMBER         VALUE "NV".
008540     88  REJECT-CUST-INACTIVE      VALUE "CI".
008550     88  REJECT-OVERFLOW           VALUE "OV".
008560     88  REJECT-DIVIDE-BY-ZERO     VALUE "DZ".
008570     88  REJECT-NO-ORIGINAL        VALUE "RN".
008580     88  REJECT-OTHER-CUSTOMER     VALUE "RC".
008590     88  REJECT-ALREADY-REVERSED   VALUE "RR".
008600     88  REJECT-SUSPECTED-DUP      VALUE "DP".
008610
008620 01  PRINT-HEADING-1.
008630     05  FILLER                PIC X(25) VALUE SPACES.
008640     05  FILLER                PIC X(30)
008650             VALUE "PRACTICE ROOM DAILY REPORT".
008660     05  FILLER                PIC X(25) VALUE SPACES.
008670
008680 01  PRINT-HEADING-2.
008690     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
008700     05  PH2-RUN-DATE          PIC 9(06).
008710     05  FILLER                PIC X(10) VALUE SPACES.
008720     05  FILLER                PIC X(06) VALUE "PAGE: ".
008730     05  PH2-PAGE-NO           PIC ZZ9.
008740     05  FILLER                PIC X(38) VALUE SPACES.
008750
008760 01  PRINT-HEADING-3.
008770     05  FILLER                PIC X(44) VALUE "NAME".
008780     05  FILLER                PIC X(20) VALUE "RESULT".
008790     05  FILLER                PIC X(16) VALUE SPACES.
008800
008810 01  PRINT-DETAIL-LINE.
008820     05  PD-FULL-NAME          PIC X(44).
008830     05  PD-RESULT             PIC -(18)9.9(19).
008840
008850 01  PRINT-SUBTOTAL-LINE.
008860     05  FILLER                PIC X(14)
008870             VALUE "SUBTOTAL FOR ".
008880     05  PS-FULL-NAME          PIC X(42).
008890     05  PS-SUBTOTAL           PIC -(18)9.9(19).
008900
008910 01  CONTROL-HEADING-LINE.
008920     05  FILLER                PIC X(26) VALUE SPACES.
008930     05  FILLER                PIC X(26)
008940             VALUE "END OF RUN CONTROL TOTALS".
008950     05  FILLER                PIC X(28) VALUE SPACES.
008960
008970 01  CONTROL-COUNT-LINE.
008980     05  CC-LABEL              PIC X(30).
008990     05  CC-COUNT              PIC ZZZ,ZZZ,ZZ9.
009000     05  FILLER                PIC X(39) VALUE SPACES.
009010
009020 01  CONTROL-VALUE-LINE.
009030     05  CV-LABEL              PIC X(30).
009040     05  CV-VALUE              PIC -(18)9.9(04).
009050     05  FILLER                PIC X(25) VALUE SPACES.
009060
009070 01  CONTROL-BATCH-LINE.
009080     05  FILLER                PIC X(06) VALUE "BATCH ".
009090     05  CB-BATCH-ID           PIC X(08).
009100     05  FILLER                PIC X(02) VALUE SPACES.
009110     05  CB-BATCH-STATUS       PIC X(08).
009120     05  FILLER                PIC X(56) VALUE SPACES.
009130
009140 01  PRINT-GRAND-TOTAL-LINE.
009150     05  FILLER                PIC X(35)
009160             VALUE "GRAND TOTAL FOR SESSION".
009170     05  PG-GRAND-TOTAL        PIC -(18)9.9(19).
009180
009190 PROCEDURE DIVISION.
009200
009210 0000-MAINLINE.
009220     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009230     IF NOT RUN-ABORTED
009240         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
009250             UNTIL NO-MORE-RECORDS
009260     END-IF
009270     PERFORM 9000-FINISH-UP THRU 9000-EXIT
009280     PERFORM 9500-WRITE-ACKNOWLEDGMENTS THRU 9500-EXIT
009290     PERFORM 9300-SET-RETURN-CODE THRU 9300-EXIT
009300     PERFORM 9400-WRITE-RUN-LOG THRU 9400-EXIT
009310     GOBACK.
009320
009330*----------------------------------------------------------------
009340* 1000 SERIES - START OF RUN
009350*----------------------------------------------------------------
009360 1000-INITIALIZE.
009370     ACCEPT WS-START-TIME FROM TIME
009380     ACCEPT WS-RUN-DATE FROM DATE
009390     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT
009400     PERFORM 1070-SET-DUPLICATE-WINDOW THRU 1070-EXIT
009410     PERFORM 1180-LOAD-LAST-REFERENCE THRU 1180-EXIT
009420     OPEN EXTEND AUDIT-FILE
009430     IF WS-AUDIT-STATUS NOT = "00"
009440         OPEN OUTPUT AUDIT-FILE
009450     END-IF
009460     PERFORM 1100-OPEN-CUSTOMER-MASTER THRU 1100-EXIT
009470     PERFORM 1120-OPEN-HISTORY THRU 1120-EXIT
009480     PERFORM 1200-DETERMINE-BATCH-MODE THRU 1200-EXIT
009490*    Nobody signs on to a batch run; its work is stamped BATCH.
009500     IF BATCH-MODE-ACTIVE
009510         MOVE "BATCH" TO SO-OPERATOR-ID
009520     ELSE
009530         PERFORM 1500-SIGN-ON THRU 1500-EXIT
009540         IF NOT SO-SIGNED-ON
009550             PERFORM 1490-SET-ABORT THRU 1490-EXIT
009560         END-IF
009570     END-IF
009580*    A refused run must leave the previous run's output files
009590*    exactly as they were, so these OPEN OUTPUTs (which
009600*    truncate) wait until batch validation has passed.
009610     IF NOT RUN-ABORTED
009620         OPEN OUTPUT TRANS-OUT-FILE
009630         OPEN OUTPUT PRINT-FILE
009640         OPEN OUTPUT EXTRACT-FILE
009650     END-IF
009660     PERFORM 1300-CHECK-RESTART THRU 1300-EXIT
009670     IF NOT RUN-ABORTED
009680         PERFORM 1360-OPEN-POSTED-WORK THRU 1360-EXIT
009690     END-IF.
009700 1000-EXIT.
009710     EXIT.
009720
009730*----------------------------------------------------------------
009740* Optional run parameters (RUNPARM). The process date lets a
009750* rerun of Tuesday's failed batch carry Tuesday's date on the
009760* report heading and the audit trail instead of the morning it
009770* actually ran; the checkpoint interval and page size can be
009780* set per run without a recompile, and so can the number of
009790* days of history the suspected-duplicate check looks back
009800* over. Blank or absent fields keep their defaults.
009810*----------------------------------------------------------------
009820 1050-READ-RUN-PARMS.
009830     OPEN INPUT RUN-PARM-FILE
009840     IF WS-RUNPARM-STATUS = "00" OR WS-RUNPARM-STATUS = "05"
009850         READ RUN-PARM-FILE
009860             AT END
009870                 CONTINUE
009880         END-READ
009890         IF WS-RUNPARM-STATUS = "00"
009900             PERFORM 1060-APPLY-RUN-PARMS THRU 1060-EXIT
009910         END-IF
009920         CLOSE RUN-PARM-FILE
009930     END-IF.
009940 1050-EXIT.
009950     EXIT.
009960
009970 1060-APPLY-RUN-PARMS.
009980     IF RP-PROCESS-DATE IS NUMERIC
009990         MOVE RP-PROCESS-DATE TO WS-RUN-DATE
010000         DISPLAY "PROCESS DATE SET TO " WS-RUN-DATE
010010             " FROM RUNPARM"
010020     END-IF
010030     IF RP-CHECKPOINT-INTERVAL IS NUMERIC
010040             AND RP-CHECKPOINT-INTERVAL NOT = ZERO
010050         MOVE RP-CHECKPOINT-INTERVAL TO WS-CHECKPOINT-INTERVAL
010060     END-IF
010070     IF RP-MAX-LINES-PER-PAGE IS NUMERIC
010080             AND RP-MAX-LINES-PER-PAGE NOT = ZERO
010090         MOVE RP-MAX-LINES-PER-PAGE TO WS-MAX-LINES-PER-PAGE
010100     END-IF
010110     IF RP-DUPLICATE-LOOKBACK IS NUMERIC
010120         MOVE RP-DUPLICATE-LOOKBACK TO WS-DUP-LOOKBACK-DAYS
010130     END-IF.
010140 1060-EXIT.
010150     EXIT.
010160
010170*----------------------------------------------------------------
010180* History entries dated on or after this day number, through
010190* the process date, are inside the duplicate look-back window.
010200* A window of zero days still covers entries already loaded
010210* for the process date itself.
010220*----------------------------------------------------------------
010230 1070-SET-DUPLICATE-WINDOW.
010240     MOVE WS-RUN-DATE TO WS-DW-DATE
010250     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT
010260     IF WS-DW-DAY-NUMBER > WS-DUP-LOOKBACK-DAYS
010270         SUBTRACT WS-DUP-LOOKBACK-DAYS FROM WS-DW-DAY-NUMBER
010280             GIVING WS-WINDOW-START-DAY
010290     ELSE
010300         MOVE ZERO TO WS-WINDOW-START-DAY
010310     END-IF.
010320 1070-EXIT.
010330     EXIT.
010340
010350 1100-OPEN-CUSTOMER-MASTER.
010360     OPEN I-O CUSTOMER-MASTER-FILE
010370     IF CUSTMAST-FILE-NOT-FOUND
010380         OPEN OUTPUT CUSTOMER-MASTER-FILE
010390         CLOSE CUSTOMER-MASTER-FILE
010400         OPEN I-O CUSTOMER-MASTER-FILE
010410     END-IF
010420     PERFORM 1150-LOAD-LAST-CUSTNO THRU 1150-EXIT.
010430 1100-EXIT.
010440     EXIT.
010450
010460*----------------------------------------------------------------
010470* The history master is read only to check the entry a reversal
010480* names. With no history on file yet there is nothing that can
010490* be reversed, and every reversal is refused as not found.
010500*----------------------------------------------------------------
010510 1120-OPEN-HISTORY.
010520     OPEN INPUT TRANS-HISTORY-FILE
010530     IF WS-HIST-STATUS = "00" OR WS-HIST-STATUS = "05"
010540         MOVE "Y" TO WS-HIST-OPEN-SWITCH
010550     ELSE
010560         DISPLAY "UNABLE TO OPEN HISTORY MASTER, STATUS "
010570             WS-HIST-STATUS " - REVERSALS WILL BE REFUSED"
010580     END-IF.
010590 1120-EXIT.
010600     EXIT.
010610
010620 1150-LOAD-LAST-CUSTNO.
010630     MOVE ZERO TO WS-LAST-CUSTOMER-NUMBER
010640     OPEN INPUT CUSTNO-FILE
010650     IF WS-CUSTNO-STATUS = "00" OR WS-CUSTNO-STATUS = "05"
010660         READ CUSTNO-FILE
010670         IF WS-CUSTNO-STATUS = "00"
010680             MOVE CN-LAST-CUSTOMER-NO TO WS-LAST-CUSTOMER-NUMBER
010690         END-IF
010700         CLOSE CUSTNO-FILE
010710     END-IF
010720     IF WS-LAST-CUSTOMER-NUMBER = ZERO
010730         PERFORM 1160-SCAN-FOR-LAST-CUSTNO THRU 1160-EXIT
010740     END-IF.
010750 1150-EXIT.
010760     EXIT.
010770
010780*----------------------------------------------------------------
010790* The control file is missing or empty: rebuild the last-used
010800* customer number by reading the master in key order and keeping
010810* the highest number seen.
010820*----------------------------------------------------------------
010830 1160-SCAN-FOR-LAST-CUSTNO.
010840     MOVE "N" TO WS-SCAN-DONE-SWITCH
010850     MOVE ZERO TO CM-CUSTOMER-NUMBER
010860     START CUSTOMER-MASTER-FILE
010870         KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
010880         INVALID KEY
010890             MOVE "Y" TO WS-SCAN-DONE-SWITCH
010900     END-START
010910     PERFORM 1170-SCAN-ONE-CUSTOMER THRU 1170-EXIT
010920         UNTIL SCAN-IS-DONE.
010930 1160-EXIT.
010940     EXIT.
010950
010960 1170-SCAN-ONE-CUSTOMER.
010970     READ CUSTOMER-MASTER-FILE NEXT RECORD
010980         AT END
010990             MOVE "Y" TO WS-SCAN-DONE-SWITCH
011000     END-READ
011010     IF NOT SCAN-IS-DONE
011020         IF WS-CUSTMAST-STATUS = "00" OR
011030                 WS-CUSTMAST-STATUS = "02"
011040             MOVE CM-CUSTOMER-NUMBER TO WS-LAST-CUSTOMER-NUMBER
011050         ELSE
011060             MOVE "Y" TO WS-SCAN-DONE-SWITCH
011070         END-IF
011080     END-IF.
011090 1170-EXIT.
011100     EXIT.
011110
011120*----------------------------------------------------------------
011130* The last transaction reference issued is kept on its own
011140* control file. When the file is missing or empty the number is
011150* rebuilt from AUDITLOG, which carries the reference of every
011160* entry ever posted: the highest one found is the last issued.
011170* Audit records written before references existed carry none
011180* and are passed over.
011190*----------------------------------------------------------------
011200 1180-LOAD-LAST-REFERENCE.
011210     MOVE ZERO TO WS-LAST-REFERENCE
011220     OPEN INPUT TRANREF-FILE
011230     IF WS-TRANREF-STATUS = "00" OR WS-TRANREF-STATUS = "05"
011240         READ TRANREF-FILE
011250         IF WS-TRANREF-STATUS = "00"
011260                 AND TF-LAST-REFERENCE IS NUMERIC
011270             MOVE TF-LAST-REFERENCE TO WS-LAST-REFERENCE
011280         END-IF
011290         CLOSE TRANREF-FILE
011300     END-IF
011310     IF WS-LAST-REFERENCE = ZERO
011320         PERFORM 1185-SCAN-FOR-LAST-REFERENCE THRU 1185-EXIT
011330     END-IF.
011340 1180-EXIT.
011350     EXIT.
011360
011370 1185-SCAN-FOR-LAST-REFERENCE.
011380     OPEN INPUT AUDIT-FILE
011390     IF WS-AUDIT-STATUS = "00"
011400         MOVE "N" TO WS-SCAN-DONE-SWITCH
011410         PERFORM 1190-SCAN-ONE-AUDIT THRU 1190-EXIT
011420             UNTIL SCAN-IS-DONE
011430         CLOSE AUDIT-FILE
011440     END-IF.
011450 1185-EXIT.
011460     EXIT.
011470
011480 1190-SCAN-ONE-AUDIT.
011490     READ AUDIT-FILE
011500         AT END
011510             MOVE "Y" TO WS-SCAN-DONE-SWITCH
011520     END-READ
011530     IF NOT SCAN-IS-DONE
011540         IF WS-AUDIT-STATUS = "00"
011550             IF AR-TRANS-REFERENCE IS NUMERIC
011560                     AND AR-TRANS-REFERENCE > WS-LAST-REFERENCE
011570                 MOVE AR-TRANS-REFERENCE TO WS-LAST-REFERENCE
011580             END-IF
011590         ELSE
011600             MOVE "Y" TO WS-SCAN-DONE-SWITCH
011610         END-IF
011620     END-IF.
011630 1190-EXIT.
011640     EXIT.
011650
011660*----------------------------------------------------------------
011670* A repaired reject file (REJIN) takes precedence over BATCHIN:
011680* its presence puts the run into rerun mode, which processes
011690* only the repaired records. Records that already posted on the
011700* original pass are not read again.
011710*----------------------------------------------------------------
011720 1200-DETERMINE-BATCH-MODE.
011730     OPEN INPUT REJECT-IN-FILE
011740     IF WS-REJIN-STATUS = "00"
011750         MOVE "Y" TO WS-BATCH-MODE-SWITCH
011760         MOVE "Y" TO WS-RERUN-MODE-SWITCH
011770         DISPLAY "REJECT RERUN - PROCESSING REPAIRED RECORDS"
011780     ELSE
011790         IF WS-REJIN-STATUS = "05"
011800             CLOSE REJECT-IN-FILE
011810         END-IF
011820         OPEN INPUT BATCH-IN-FILE
011830         IF WS-BATCH-STATUS = "00"
011840             MOVE "Y" TO WS-BATCH-MODE-SWITCH
011850         ELSE
011860             MOVE "N" TO WS-BATCH-MODE-SWITCH
011870         END-IF
011880     END-IF
011890     IF BATCH-MODE-ACTIVE AND NOT RERUN-MODE-ACTIVE
011900         PERFORM 1400-VALIDATE-BATCH-CONTROLS THRU 1400-EXIT
011910     END-IF.
011920 1200-EXIT.
011930     EXIT.
011940
011950 1300-CHECK-RESTART.
011960     IF BATCH-MODE-ACTIVE
011970         MOVE ZERO TO WS-SKIP-COUNT
011980         IF NOT RERUN-MODE-ACTIVE
011990             OPEN INPUT CHECKPOINT-FILE
012000             IF WS-CHKPT-STATUS = "00" OR WS-CHKPT-STATUS = "05"
012010                 READ CHECKPOINT-FILE
012020                 IF WS-CHKPT-STATUS = "00"
012030                         AND CK-LAST-RECORD-NUMBER IS NUMERIC
012040                         AND CK-LAST-RECORD-NUMBER > ZERO
012050*                    A checkpoint left by a different file must
012060*                    not position this one past its own data.
012070*                    The file is identified by its first batch
012080*                    ID.
012090                     IF CK-BATCH-ID = WS-FILE-BATCH-ID
012100                         MOVE CK-LAST-RECORD-NUMBER
012110                             TO WS-SKIP-COUNT
012120                         PERFORM 1320-RESTORE-GROUP-TOTALS
012130                             THRU 1320-EXIT
012140                     ELSE
012150                         DISPLAY "CHECKPOINT IS FOR BATCH "
012160                             CK-BATCH-ID " NOT "
012170                             WS-FILE-BATCH-ID " - IGNORED"
012180                     END-IF
012190                 END-IF
012200                 CLOSE CHECKPOINT-FILE
012210             END-IF
012220         END-IF
012230         IF WS-SKIP-COUNT > ZERO
012240             DISPLAY "RESUMING BATCH AFTER RECORD " WS-SKIP-COUNT
012250             PERFORM 1310-SKIP-ONE-RECORD THRU 1310-EXIT
012260                 VARYING WS-TEMP-QUOTIENT FROM 1 BY 1
012270                 UNTIL WS-TEMP-QUOTIENT > WS-SKIP-COUNT
012280                     OR NO-MORE-RECORDS
012290             MOVE WS-SKIP-COUNT TO WS-RECORD-COUNT
012300         END-IF
012310         IF NOT RUN-ABORTED
012320             PERFORM 1350-OPEN-REJECT-FILE THRU 1350-EXIT
012330         END-IF
012340         IF MORE-RECORDS-REMAIN
012350             PERFORM 2100-READ-NEXT-BATCH-REC THRU 2100-EXIT
012360         END-IF
012370     END-IF.
012380 1300-EXIT.
012390     EXIT.
012400
012410*----------------------------------------------------------------
012420* The reject file can only be opened once the restart decision
012430* is made: a resumed run appends to the rejects already written
012440* before the crash, so they still reach the repair-rerun cycle;
012450* a fresh pass starts a new file.
012460*----------------------------------------------------------------
012470 1350-OPEN-REJECT-FILE.
012480     IF WS-SKIP-COUNT > ZERO
012490         OPEN EXTEND REJECT-OUT-FILE
012500         IF WS-REJOUT-STATUS NOT = "00"
012510             OPEN OUTPUT REJECT-OUT-FILE
012520         END-IF
012530     ELSE
012540         OPEN OUTPUT REJECT-OUT-FILE
012550     END-IF
012560     OPEN I-O REJECT-SUSPENSE-FILE
012570     IF REJMAST-FILE-NOT-FOUND
012580         OPEN OUTPUT REJECT-SUSPENSE-FILE
012590         CLOSE REJECT-SUSPENSE-FILE
012600         OPEN I-O REJECT-SUSPENSE-FILE
012610     END-IF
012620     IF WS-REJMAST-STATUS NOT = "00"
012630         DISPLAY "UNABLE TO OPEN REJECT SUSPENSE MASTER,"
012640             " STATUS " WS-REJMAST-STATUS
012650     END-IF.
012660 1350-EXIT.
012670     EXIT.
012680
012690*----------------------------------------------------------------
012700* A restart skips whole postable records, headers, trailers,
012710* and refused groups included, exactly the way the posting
012720* pass reads them, so the checkpoint count lines up however
012730* the groups fall.
012740*----------------------------------------------------------------
012750 1310-SKIP-ONE-RECORD.
012760     PERFORM 2100-READ-NEXT-BATCH-REC THRU 2100-EXIT.
012770 1310-EXIT.
012780     EXIT.
012790
012800*----------------------------------------------------------------
012810* A resumed run picks up each group's posting counters where the
012820* checkpoint left them, so the control totals and the BATCHACK
012830* trailer cover the records posted before the restart as well.
012840* The group records are only trusted if each names the group the
012850* validation pass found in that place on this file.
012860*----------------------------------------------------------------
012870 1320-RESTORE-GROUP-TOTALS.
012880     IF CK-GROUP-COUNT IS NUMERIC
012890             AND CK-GROUP-COUNT NOT > WS-GROUP-COUNT
012900         MOVE CK-GROUP-COUNT TO WS-CK-GROUP-COUNT
012910         PERFORM 1330-RESTORE-ONE-GROUP THRU 1330-EXIT
012920             VARYING WS-CK-GROUP-SUB FROM 1 BY 1
012930             UNTIL WS-CK-GROUP-SUB > WS-CK-GROUP-COUNT
012940     ELSE
012950         DISPLAY "CHECKPOINT CARRIES NO GROUP TOTALS - BATCH"
012960             " TOTALS COVER ONLY RECORDS AFTER THE RESTART"
012970     END-IF.
012980 1320-EXIT.
012990     EXIT.
013000
013010 1330-RESTORE-ONE-GROUP.
013020     READ CHECKPOINT-FILE
013030         AT END
013040             CONTINUE
013050     END-READ
013060     IF WS-CHKPT-STATUS = "00"
013070             AND CG-BATCH-ID = GT-BATCH-ID (WS-CK-GROUP-SUB)
013080             AND CG-READ-COUNT IS NUMERIC
013090             AND CG-POSTED-COUNT IS NUMERIC
013100             AND CG-REJECT-COUNT IS NUMERIC
013110             AND CG-VALUE-TOTAL IS NUMERIC
013120         MOVE CG-READ-COUNT TO GT-READ-COUNT (WS-CK-GROUP-SUB)
013130         MOVE CG-POSTED-COUNT TO GT-POSTED-COUNT (WS-CK-GROUP-SUB)
013140         MOVE CG-REJECT-COUNT TO GT-REJECT-COUNT (WS-CK-GROUP-SUB)
013150         MOVE CG-VALUE-TOTAL TO GT-VALUE-TOTAL (WS-CK-GROUP-SUB)
013160     ELSE
013170         DISPLAY "CHECKPOINT GROUP " WS-CK-GROUP-SUB
013180             " DOES NOT MATCH BATCHIN - ITS TOTALS START AT ZERO"
013190     END-IF.
013200 1330-EXIT.
013210     EXIT.
013220
013230*----------------------------------------------------------------
013240* The scratch file of entries posted on this run starts empty,
013250* except on a resumed run: the entries posted before the crash
013260* are kept, since they are not on history yet either.
013270*----------------------------------------------------------------
013280 1360-OPEN-POSTED-WORK.
013290     MOVE "99" TO WS-POSTWORK-STATUS
013300     IF WS-SKIP-COUNT > ZERO
013310         OPEN I-O POSTED-WORK-FILE
013320     END-IF
013330     IF WS-POSTWORK-STATUS NOT = "00"
013340         OPEN OUTPUT POSTED-WORK-FILE
013350         CLOSE POSTED-WORK-FILE
013360         OPEN I-O POSTED-WORK-FILE
013370     END-IF
013380     IF WS-POSTWORK-STATUS = "00"
013390         MOVE "Y" TO WS-POSTWORK-OPEN-SWITCH
013400     ELSE
013410         DISPLAY "UNABLE TO OPEN POSTWORK, STATUS "
013420             WS-POSTWORK-STATUS " - DUPLICATES WITHIN THIS RUN"
013430             " WILL NOT BE CAUGHT"
013440     END-IF.
013450 1360-EXIT.
013460     EXIT.
013470
013480*----------------------------------------------------------------
013490* Pre-pass over BATCHIN before anything posts. The file holds
013500* one or more /H ... /T control groups back to back, one per
013510* sending department. Each group's trailer count and hash
013520* total (sum of both number entries over its data records) is
013530* checked on its own: a group with no trailer, a control
013540* mismatch, or a batch ID already processed is refused and
013550* skipped on the posting pass while the good groups post. Only
013560* structural damage - no header at all, records outside any
013570* group, an unreadable file - refuses the whole run. On
013580* success the file is closed and reopened for the posting
013590* pass.
013600*----------------------------------------------------------------
013610 1400-VALIDATE-BATCH-CONTROLS.
013620     MOVE "N" TO WS-SCAN-DONE-SWITCH
013630     MOVE "N" TO WS-IN-GROUP-SWITCH
013640     MOVE ZERO TO WS-GROUP-COUNT
013650     MOVE ZERO TO WS-GOOD-GROUP-COUNT
013660     MOVE ZERO TO WS-REFUSED-GROUP-COUNT
013670     PERFORM 1410-TALLY-ONE-RECORD THRU 1410-EXIT
013680         UNTIL SCAN-IS-DONE
013690     IF NOT RUN-ABORTED AND WS-GROUP-COUNT = ZERO
013700         DISPLAY "BATCHIN HAS NO HEADER RECORD - RUN REFUSED"
013710         PERFORM 1490-SET-ABORT THRU 1490-EXIT
013720     END-IF
013730     IF NOT RUN-ABORTED AND WS-GOOD-GROUP-COUNT = ZERO
013740         DISPLAY "NO POSTABLE BATCH GROUP ON BATCHIN - RUN"
013750             " REFUSED"
013760         PERFORM 1490-SET-ABORT THRU 1490-EXIT
013770     END-IF
013780     IF NOT RUN-ABORTED
013790         MOVE GT-BATCH-ID (1) TO WS-FILE-BATCH-ID
013800         MOVE ZERO TO WS-POSTING-GROUP
013810         CLOSE BATCH-IN-FILE
013820         OPEN INPUT BATCH-IN-FILE
013830     END-IF.
013840 1400-EXIT.
013850     EXIT.
013860
013870 1410-TALLY-ONE-RECORD.
013880     READ BATCH-IN-FILE
013890         AT END
013900             MOVE "Y" TO WS-SCAN-DONE-SWITCH
013910     END-READ
013920     EVALUATE TRUE
013930         WHEN SCAN-IS-DONE
013940             IF GROUP-IS-OPEN
013950                 DISPLAY "BATCH "
013960                     GT-BATCH-ID (WS-CURRENT-GROUP)
013970                     " HAS NO TRAILER RECORD - FILE MAY BE"
013980                     " TRUNCATED - BATCH REFUSED"
013990                 MOVE "NT" TO WS-REFUSAL-REASON
014000                 PERFORM 1470-REFUSE-CURRENT-GROUP
014010                     THRU 1470-EXIT
014020             END-IF
014030         WHEN WS-BATCH-STATUS NOT = "00"
014040             DISPLAY "I-O ERROR READING BATCHIN, STATUS "
014050                 WS-BATCH-STATUS " - RUN REFUSED"
014060             PERFORM 1490-SET-ABORT THRU 1490-EXIT
014070             MOVE "Y" TO WS-SCAN-DONE-SWITCH
014080         WHEN BATCH-HEADER-REC
014090             IF GROUP-IS-OPEN
014100                 DISPLAY "BATCH "
014110                     GT-BATCH-ID (WS-CURRENT-GROUP)
014120                     " HAS NO TRAILER RECORD - BATCH REFUSED"
014130                 MOVE "NT" TO WS-REFUSAL-REASON
014140                 PERFORM 1470-REFUSE-CURRENT-GROUP
014150                     THRU 1470-EXIT
014160             END-IF
014170             PERFORM 1450-OPEN-NEW-GROUP THRU 1450-EXIT
014180         WHEN BATCH-TRAILER-REC
014190             IF GROUP-IS-OPEN
014200                 PERFORM 1460-CLOSE-GROUP THRU 1460-EXIT
014210             ELSE
014220                 DISPLAY "BATCHIN HAS A TRAILER WITH NO HEADER"
014230                     " - RUN REFUSED"
014240                 PERFORM 1490-SET-ABORT THRU 1490-EXIT
014250                 MOVE "Y" TO WS-SCAN-DONE-SWITCH
014260             END-IF
014270         WHEN NOT GROUP-IS-OPEN
014280             DISPLAY "BATCHIN HAS RECORDS OUTSIDE A BATCH GROUP"
014290                 " - RUN REFUSED"
014300             PERFORM 1490-SET-ABORT THRU 1490-EXIT
014310             MOVE "Y" TO WS-SCAN-DONE-SWITCH
014320         WHEN OTHER
014330             ADD 1 TO GT-TALLY-COUNT (WS-CURRENT-GROUP)
014340             PERFORM 1440-TALLY-RECORD-HASH THRU 1440-EXIT
014350     END-EVALUATE.
014360 1410-EXIT.
014370     EXIT.
014380
014390*----------------------------------------------------------------
014400* The hash total is the sum of both number entries over every
014410* data record, parsed by the same edit that posts them. An
014420* entry that does not parse contributes nothing; the sender's
014430* trailer was built from the values they keyed, so a garbage
014440* field surfaces as a hash mismatch on its own group.
014450*----------------------------------------------------------------
014460 1440-TALLY-RECORD-HASH.
014470     MOVE BR-FIRST-NUMBER-ENTRY TO WS-NUMBER-ENTRY
014480     PERFORM 3900-PARSE-NUMBER-ENTRY THRU 3900-EXIT
014490     IF NUMBER-ENTRY-IS-VALID
014500         ADD WS-PARSED-NUMBER
014510             TO GT-TALLY-HASH (WS-CURRENT-GROUP)
014520             ON SIZE ERROR
014530                 CONTINUE
014540         END-ADD
014550     END-IF
014560     MOVE BR-SECOND-NUMBER-ENTRY TO WS-NUMBER-ENTRY
014570     PERFORM 3900-PARSE-NUMBER-ENTRY THRU 3900-EXIT
014580     IF NUMBER-ENTRY-IS-VALID
014590         ADD WS-PARSED-NUMBER
014600             TO GT-TALLY-HASH (WS-CURRENT-GROUP)
014610             ON SIZE ERROR
014620                 CONTINUE
014630         END-ADD
014640     END-IF.
014650 1440-EXIT.
014660     EXIT.
014670
014680*----------------------------------------------------------------
014690* A header opens a new group: its entry starts clean and
014700* postable, then the batch ID is checked against the processed
014710* register and against the groups already seen on this file.
014720* Either duplicate refuses just this group. More groups than
014730* the table holds is structural and refuses the run.
014740*----------------------------------------------------------------
014750 1450-OPEN-NEW-GROUP.
014760     IF WS-GROUP-COUNT >= WS-MAX-BATCH-GROUPS
014770         DISPLAY "BATCHIN HAS MORE THAN " WS-MAX-BATCH-GROUPS
014780             " BATCH GROUPS - RUN REFUSED"
014790         PERFORM 1490-SET-ABORT THRU 1490-EXIT
014800         MOVE "Y" TO WS-SCAN-DONE-SWITCH
014810     ELSE
014820         ADD 1 TO WS-GROUP-COUNT
014830         MOVE WS-GROUP-COUNT TO WS-CURRENT-GROUP
014840         MOVE "Y" TO WS-IN-GROUP-SWITCH
014850         MOVE BH-BATCH-ID TO GT-BATCH-ID (WS-CURRENT-GROUP)
014860         MOVE "G" TO GT-GROUP-STATUS (WS-CURRENT-GROUP)
014870         MOVE ZERO TO GT-TALLY-COUNT (WS-CURRENT-GROUP)
014880         MOVE ZERO TO GT-TRAILER-COUNT (WS-CURRENT-GROUP)
014890         MOVE ZERO TO GT-TALLY-HASH (WS-CURRENT-GROUP)
014900         MOVE ZERO TO GT-TRAILER-HASH (WS-CURRENT-GROUP)
014910         MOVE ZERO TO GT-READ-COUNT (WS-CURRENT-GROUP)
014920         MOVE ZERO TO GT-POSTED-COUNT (WS-CURRENT-GROUP)
014930         MOVE ZERO TO GT-REJECT-COUNT (WS-CURRENT-GROUP)
014940         MOVE ZERO TO GT-VALUE-TOTAL (WS-CURRENT-GROUP)
014950         MOVE SPACES TO GT-REFUSAL-REASON (WS-CURRENT-GROUP)
014960         MOVE BH-BATCH-ID TO WS-CURRENT-BATCH-ID
014970         PERFORM 1420-CHECK-REGISTER THRU 1420-EXIT
014980         IF GROUP-ALREADY-DONE
014990             MOVE "AR" TO WS-REFUSAL-REASON
015000         ELSE
015010             PERFORM 1480-CHECK-EARLIER-GROUPS THRU 1480-EXIT
015020             MOVE "DB" TO WS-REFUSAL-REASON
015030         END-IF
015040         IF GROUP-ALREADY-DONE
015050             DISPLAY "BATCH " WS-CURRENT-BATCH-ID
015060                 " ALREADY PROCESSED - BATCH REFUSED"
015070             PERFORM 1470-REFUSE-CURRENT-GROUP THRU 1470-EXIT
015080             MOVE "Y" TO WS-IN-GROUP-SWITCH
015090         END-IF
015100     END-IF.
015110 1450-EXIT.
015120     EXIT.
015130
015140*----------------------------------------------------------------
015150* A trailer closes the current group and settles its verdict:
015160* count and hash must match what was tallied or the group is
015170* refused. A group already refused (duplicate ID) stays
015180* refused regardless of its controls.
015190*----------------------------------------------------------------
015200 1460-CLOSE-GROUP.
015210     MOVE "N" TO WS-IN-GROUP-SWITCH
015220     MOVE BT-RECORD-COUNT
015230         TO GT-TRAILER-COUNT (WS-CURRENT-GROUP)
015240     MOVE BT-HASH-TOTAL-ENTRY TO WS-NUMBER-ENTRY
015250     PERFORM 3900-PARSE-NUMBER-ENTRY THRU 3900-EXIT
015260     IF NUMBER-ENTRY-IS-VALID
015270         MOVE WS-PARSED-NUMBER
015280             TO GT-TRAILER-HASH (WS-CURRENT-GROUP)
015290     ELSE
015300         IF GROUP-IS-POSTABLE (WS-CURRENT-GROUP)
015310             DISPLAY "BATCH " GT-BATCH-ID (WS-CURRENT-GROUP)
015320                 " TRAILER HASH TOTAL IS NOT A VALID NUMBER"
015330                 " - BATCH REFUSED"
015340             MOVE "HM" TO WS-REFUSAL-REASON
015350             PERFORM 1470-REFUSE-CURRENT-GROUP THRU 1470-EXIT
015360         END-IF
015370     END-IF
015380     IF GROUP-IS-POSTABLE (WS-CURRENT-GROUP)
015390         EVALUATE TRUE
015400             WHEN GT-TALLY-COUNT (WS-CURRENT-GROUP) NOT =
015410                     GT-TRAILER-COUNT (WS-CURRENT-GROUP)
015420                 DISPLAY "BATCH "
015430                     GT-BATCH-ID (WS-CURRENT-GROUP)
015440                     " RECORD COUNT "
015450                     GT-TALLY-COUNT (WS-CURRENT-GROUP)
015460                     " DOES NOT MATCH TRAILER "
015470                     GT-TRAILER-COUNT (WS-CURRENT-GROUP)
015480                     " - BATCH REFUSED"
015490                 MOVE "CM" TO WS-REFUSAL-REASON
015500                 PERFORM 1470-REFUSE-CURRENT-GROUP
015510                     THRU 1470-EXIT
015520             WHEN GT-TALLY-HASH (WS-CURRENT-GROUP) NOT =
015530                     GT-TRAILER-HASH (WS-CURRENT-GROUP)
015540                 DISPLAY "BATCH "
015550                     GT-BATCH-ID (WS-CURRENT-GROUP)
015560                     " HASH TOTAL DOES NOT MATCH TRAILER"
015570                     " - BATCH REFUSED"
015580                 MOVE "HM" TO WS-REFUSAL-REASON
015590                 PERFORM 1470-REFUSE-CURRENT-GROUP
015600                     THRU 1470-EXIT
015610             WHEN OTHER
015620                 ADD 1 TO WS-GOOD-GROUP-COUNT
015630         END-EVALUATE
015640     END-IF.
015650 1460-EXIT.
015660     EXIT.
015670
015680 1470-REFUSE-CURRENT-GROUP.
015690     IF GROUP-IS-POSTABLE (WS-CURRENT-GROUP)
015700         MOVE "R" TO GT-GROUP-STATUS (WS-CURRENT-GROUP)
015710         MOVE WS-REFUSAL-REASON
015720             TO GT-REFUSAL-REASON (WS-CURRENT-GROUP)
015730         ADD 1 TO WS-REFUSED-GROUP-COUNT
015740     END-IF
015750     MOVE "N" TO WS-IN-GROUP-SWITCH.
015760 1470-EXIT.
015770     EXIT.
015780
015790*----------------------------------------------------------------
015800* The same batch ID appearing twice on one file is a doubled
015810* transfer; the second appearance is refused like a
015820* re-presented batch.
015830*----------------------------------------------------------------
015840 1480-CHECK-EARLIER-GROUPS.
015850     PERFORM 1485-CHECK-ONE-GROUP-ID THRU 1485-EXIT
015860         VARYING WS-GROUP-SUB FROM 1 BY 1
015870         UNTIL WS-GROUP-SUB >= WS-CURRENT-GROUP
015880             OR GROUP-ALREADY-DONE.
015890 1480-EXIT.
015900     EXIT.
015910
015920 1485-CHECK-ONE-GROUP-ID.
015930     IF GT-BATCH-ID (WS-GROUP-SUB) = WS-CURRENT-BATCH-ID
015940         MOVE "Y" TO WS-GROUP-DUP-SWITCH
015950     END-IF.
015960 1485-EXIT.
015970     EXIT.
015980
015990 1420-CHECK-REGISTER.
016000     MOVE "N" TO WS-REG-DONE-SWITCH
016010     MOVE "N" TO WS-GROUP-DUP-SWITCH
016020     OPEN INPUT BATCH-REGISTER-FILE
016030     IF WS-BATCHREG-STATUS = "00" OR WS-BATCHREG-STATUS = "05"
016040         PERFORM 1430-READ-ONE-REGISTER THRU 1430-EXIT
016050             UNTIL REGISTER-SCAN-DONE
016060         CLOSE BATCH-REGISTER-FILE
016070     END-IF.
016080 1420-EXIT.
016090     EXIT.
016100
016110 1430-READ-ONE-REGISTER.
016120     READ BATCH-REGISTER-FILE
016130         AT END
016140             MOVE "Y" TO WS-REG-DONE-SWITCH
016150     END-READ
016160     EVALUATE TRUE
016170         WHEN REGISTER-SCAN-DONE
016180             CONTINUE
016190         WHEN WS-BATCHREG-STATUS NOT = "00"
016200             MOVE "Y" TO WS-REG-DONE-SWITCH
016210         WHEN BG-BATCH-ID = WS-CURRENT-BATCH-ID
016220             MOVE "Y" TO WS-GROUP-DUP-SWITCH
016230             MOVE "Y" TO WS-REG-DONE-SWITCH
016240     END-EVALUATE.
016250 1430-EXIT.
016260     EXIT.
016270
016280 1490-SET-ABORT.
016290     MOVE "Y" TO WS-ABORT-SWITCH
016300     MOVE "N" TO WS-MORE-RECORDS-SWITCH.
016310 1490-EXIT.
016320     EXIT.
016330
016340*----------------------------------------------------------------
016350* 1500 SERIES - OPERATOR SIGN-ON
016360* No function is offered until an operator signs on against the
016370* operator master (OPERMAST, layout in OPERREC). A wrong PIN
016380* counts against the operator there, and the failure that
016390* reaches the lock threshold (see SIGNON) locks them until a
016400* supervisor unlocks them in OPER-MAINT; a good sign-on clears
016410* the count. Every attempt, the sign-off, and every function
016420* refused for authority go to the sign-on log (SIGNLOG). A
016430* session that cannot open either file cannot identify anyone,
016440* so it is refused.
016450*----------------------------------------------------------------
016460 1500-SIGN-ON.
016470     OPEN I-O OPERATOR-FILE
016480     IF WS-OPERMAST-STATUS NOT = "00"
016490         IF OPERMAST-FILE-NOT-FOUND
016500             DISPLAY "NO OPERATOR MASTER ON FILE - A SUPERVISOR"
016510             DISPLAY "MUST SET UP OPERATORS IN OPER-MAINT FIRST"
016520         ELSE
016530             DISPLAY "UNABLE TO OPEN OPERATOR MASTER, STATUS "
016540                 WS-OPERMAST-STATUS
016550         END-IF
016560     ELSE
016570         OPEN EXTEND SIGN-ON-LOG-FILE
016580         IF WS-SIGNLOG-STATUS NOT = "00"
016590                 AND WS-SIGNLOG-STATUS NOT = "05"
016600             OPEN OUTPUT SIGN-ON-LOG-FILE
016610         END-IF
016620         IF WS-SIGNLOG-STATUS = "00" OR WS-SIGNLOG-STATUS = "05"
016630             MOVE "Y" TO SO-FILES-OPEN-SWITCH
016640         ELSE
016650             DISPLAY "UNABLE TO OPEN SIGN-ON LOG, STATUS "
016660                 WS-SIGNLOG-STATUS
016670             CLOSE OPERATOR-FILE
016680         END-IF
016690     END-IF
016700     IF SO-FILES-ARE-OPEN
016710         PERFORM 1510-SIGN-ON-ATTEMPT THRU 1510-EXIT
016720             UNTIL SO-SIGNED-ON OR SO-SIGN-ON-ABANDONED
016730     END-IF
016740     IF NOT SO-SIGNED-ON
016750         DISPLAY "NOT SIGNED ON - SESSION ENDED"
016760     END-IF.
016770 1500-EXIT.
016780     EXIT.
016790
016800 1510-SIGN-ON-ATTEMPT.
016810     ADD 1 TO SO-ATTEMPT-COUNT
016820     DISPLAY "Operator ID (blank to quit):"
016830     MOVE SPACES TO SO-ID-ENTRY
016840     ACCEPT SO-ID-ENTRY
016850     IF SO-ID-ENTRY = SPACES
016860         MOVE "Y" TO SO-ABANDON-SWITCH
016870     ELSE
016880         DISPLAY "PIN:"
016890         MOVE SPACES TO SO-PIN-ENTRY
016900         ACCEPT SO-PIN-ENTRY
016910         PERFORM 1520-CHECK-OPERATOR THRU 1520-EXIT
016920         PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT
016930         IF NOT SO-SIGNED-ON
016940                 AND SO-ATTEMPT-COUNT NOT < SO-MAX-ATTEMPTS
016950             DISPLAY "TOO MANY SIGN-ON ATTEMPTS"
016960             MOVE "Y" TO SO-ABANDON-SWITCH
016970         END-IF
016980     END-IF.
016990 1510-EXIT.
017000     EXIT.
017010
017020*----------------------------------------------------------------
017030* The PIN is checked before anything else about the operator, and
017040* an ID not on file, a wrong PIN, and a wrong PIN against a locked
017050* or inactive operator all get the same message, so the terminal
017060* does not confirm which IDs exist or what state they are in. The
017070* log still records which case it was. Only an operator who keys
017080* the right PIN is told they are locked or not active.
017090*----------------------------------------------------------------
017100 1520-CHECK-OPERATOR.
017110     MOVE SO-ID-ENTRY TO OP-OPERATOR-ID
017120     MOVE "U" TO SO-EVENT
017130     READ OPERATOR-FILE
017140         INVALID KEY
017150             CONTINUE
017160         NOT INVALID KEY
017170             MOVE SPACE TO SO-EVENT
017180     END-READ
017190     EVALUATE TRUE
017200         WHEN SO-EVENT = "U"
017210             DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
017220         WHEN OP-PIN NOT = SO-PIN-ENTRY
017230             EVALUATE TRUE
017240                 WHEN OP-IS-LOCKED
017250                     MOVE "K" TO SO-EVENT
017260                     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
017270                 WHEN NOT OP-ACTIVE
017280                     MOVE "I" TO SO-EVENT
017290                     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
017300                 WHEN OTHER
017310                     PERFORM 1530-COUNT-FAILED-SIGN-ON
017320                         THRU 1530-EXIT
017330             END-EVALUATE
017340         WHEN OP-IS-LOCKED
017350             MOVE "K" TO SO-EVENT
017360             DISPLAY "OPERATOR " OP-OPERATOR-ID
017370                 " IS LOCKED - SEE A SUPERVISOR"
017380         WHEN NOT OP-ACTIVE
017390             MOVE "I" TO SO-EVENT
017400             DISPLAY "OPERATOR " OP-OPERATOR-ID
017410                 " IS NOT ACTIVE - SEE A SUPERVISOR"
017420         WHEN OTHER
017430             MOVE "S" TO SO-EVENT
017440             MOVE ZERO TO OP-FAILED-SIGN-ONS
017450             MOVE WS-RUN-DATE TO OP-LAST-SIGN-ON-DATE
017460             ACCEPT OP-LAST-SIGN-ON-TIME FROM TIME
017470             PERFORM 1535-REWRITE-OPERATOR THRU 1535-EXIT
017480             MOVE "Y" TO SO-SIGNED-ON-SWITCH
017490             MOVE OP-OPERATOR-ID TO SO-OPERATOR-ID
017500             MOVE OP-AUTHORITY-LEVEL TO SO-OPERATOR-LEVEL
017510             DISPLAY "SIGNED ON: " OP-OPERATOR-ID " "
017520                 OP-OPERATOR-NAME
017530     END-EVALUATE.
017540 1520-EXIT.
017550     EXIT.
017560
017570 1530-COUNT-FAILED-SIGN-ON.
017580     ADD 1 TO OP-FAILED-SIGN-ONS
017590     IF OP-FAILED-SIGN-ONS NOT < SO-LOCK-THRESHOLD
017600         MOVE "Y" TO OP-LOCKED-FLAG
017610         MOVE "L" TO SO-EVENT
017620     ELSE
017630         MOVE "F" TO SO-EVENT
017640     END-IF
017650     DISPLAY "OPERATOR ID OR PIN NOT RECOGNIZED"
017660     PERFORM 1535-REWRITE-OPERATOR THRU 1535-EXIT.
017670 1530-EXIT.
017680     EXIT.
017690
017700 1535-REWRITE-OPERATOR.
017710     REWRITE OPERATOR-RECORD
017720         INVALID KEY
017730             CONTINUE
017740     END-REWRITE
017750     IF WS-OPERMAST-STATUS NOT = "00"
017760         DISPLAY "UNABLE TO UPDATE OPERATOR MASTER, STATUS "
017770             WS-OPERMAST-STATUS
017780     END-IF.
017790 1535-EXIT.
017800     EXIT.
017810
017820 1540-LOG-SIGN-ON-EVENT.
017830     MOVE SPACES TO SIGN-ON-LOG-RECORD
017840     MOVE WS-RUN-DATE TO SL-DATE
017850     ACCEPT SL-TIME FROM TIME
017860     MOVE SO-ID-ENTRY TO SL-OPERATOR-ID
017870     MOVE "PRACTICE-ROOM" TO SL-PROGRAM-NAME
017880     MOVE SO-EVENT TO SL-EVENT
017890     MOVE SO-SUBJECT-ID TO SL-SUBJECT-ID
017900     MOVE SO-FUNCTION-NAME TO SL-DETAIL
017910     WRITE SIGN-ON-LOG-RECORD
017920     IF WS-SIGNLOG-STATUS NOT = "00"
017930         DISPLAY "UNABLE TO WRITE SIGN-ON LOG, STATUS "
017940             WS-SIGNLOG-STATUS
017950     END-IF
017960     MOVE SPACES TO SO-SUBJECT-ID
017970     MOVE SPACES TO SO-FUNCTION-NAME.
017980 1540-EXIT.
017990     EXIT.
018000
018010*----------------------------------------------------------------
018020* 2000 SERIES - PER-ENTRY PROCESSING
018030*----------------------------------------------------------------
018040 2000-PROCESS-RECORD.
018050     MOVE "N" TO WS-SKIP-RECORD-SWITCH
018060     MOVE SPACES TO WS-REJECT-REASON
018070     ADD 1 TO WS-RECORD-COUNT
018080     IF BATCH-MODE-ACTIVE AND NOT RERUN-MODE-ACTIVE
018090         ADD 1 TO GT-READ-COUNT (WS-POSTING-GROUP)
018100     END-IF
018110     PERFORM 3000-GET-DATA THRU 3000-EXIT
018120     ADD WS-FIRST-NUMBER OF WS-USER
018130         WS-SECOND-NUMBER OF WS-USER
018140         TO WS-INPUT-VALUE-TOTAL
018150         ON SIZE ERROR
018160             CONTINUE
018170     END-ADD
018180     IF NOT SKIP-THIS-RECORD AND NOT OP-REVERSE
018190         PERFORM 4500-CHECK-DUPLICATE THRU 4500-EXIT
018200     END-IF
018210     IF NOT SKIP-THIS-RECORD
018220         PERFORM 4000-CALC-DATA THRU 4000-EXIT
018230         IF CALC-ERROR-OCCURRED
018240             ADD 1 TO WS-CALC-ERROR-COUNT
018250             DISPLAY "RECORD " WS-RECORD-COUNT
018260                 " SKIPPED - CALCULATION ERROR"
018270             IF DIVIDE-BY-ZERO-OCCURRED
018280                 MOVE "DZ" TO WS-REJECT-REASON
018290             ELSE
018300                 MOVE "OV" TO WS-REJECT-REASON
018310             END-IF
018320         ELSE
018330             PERFORM 5000-SHOW-DATA THRU 5000-EXIT
018340             PERFORM 6050-ASSIGN-TRANS-REFERENCE THRU 6050-EXIT
018350             PERFORM 6000-WRITE-TRANS-RECORD THRU 6000-EXIT
018360             PERFORM 6100-WRITE-AUDIT-RECORD THRU 6100-EXIT
018370             PERFORM 6200-WRITE-EXTRACT-RECORD THRU 6200-EXIT
018380             PERFORM 6500-STAMP-LAST-ACTIVITY THRU 6500-EXIT
018390             IF RERUN-MODE-ACTIVE
018400                 PERFORM 6600-MARK-REJECT-REPAIRED
018410                     THRU 6600-EXIT
018420             END-IF
018430             IF OP-REVERSE
018440                 PERFORM 6700-RECORD-REVERSAL THRU 6700-EXIT
018450             ELSE
018460                 PERFORM 6800-REMEMBER-POSTING THRU 6800-EXIT
018470             END-IF
018480             ADD 1 TO WS-POSTED-COUNT
018490             ADD 1 TO WS-OP-POSTED-COUNT (WS-OPERATION-CODE)
018500             ADD WS-ADDED-NUMBERS TO WS-RESULT-VALUE-TOTAL
018510                 ON SIZE ERROR
018520                     CONTINUE
018530             END-ADD
018540             IF BATCH-MODE-ACTIVE AND NOT RERUN-MODE-ACTIVE
018550                 ADD 1 TO GT-POSTED-COUNT (WS-POSTING-GROUP)
018560                 ADD WS-ADDED-NUMBERS
018570                     TO GT-VALUE-TOTAL (WS-POSTING-GROUP)
018580                     ON SIZE ERROR
018590                         CONTINUE
018600                 END-ADD
018610             END-IF
018620             IF NOT BATCH-MODE-ACTIVE
018630                 PERFORM 7500-ADD-TO-SESSION-TOTALS THRU 7500-EXIT
018640             END-IF
018650         END-IF
018660     ELSE
018670         ADD 1 TO WS-SKIPPED-COUNT
018680     END-IF
018690     IF BATCH-MODE-ACTIVE AND WS-REJECT-REASON NOT = SPACES
018700         PERFORM 6400-WRITE-REJECT-RECORD THRU 6400-EXIT
018710         IF NOT RERUN-MODE-ACTIVE
018720             ADD 1 TO GT-REJECT-COUNT (WS-POSTING-GROUP)
018730         END-IF
018740     END-IF
018750     IF BATCH-MODE-ACTIVE
018760         IF NOT RERUN-MODE-ACTIVE
018770             PERFORM 6300-WRITE-CHECKPOINT THRU 6300-EXIT
018780         END-IF
018790         PERFORM 2100-READ-NEXT-BATCH-REC THRU 2100-EXIT
018800     ELSE
018810         PERFORM 7000-ASK-ANOTHER-ENTRY THRU 7000-EXIT
018820     END-IF.
018830 2000-EXIT.
018840     EXIT.
018850
018860 2100-READ-NEXT-BATCH-REC.
018870     IF RERUN-MODE-ACTIVE
018880         READ REJECT-IN-FILE
018890             AT END
018900                 MOVE "N" TO WS-MORE-RECORDS-SWITCH
018910             NOT AT END
018920                 MOVE RJI-BATCH-IMAGE TO BATCH-USER-RECORD
018930         END-READ
018940     ELSE
018950         MOVE "N" TO WS-REC-READY-SWITCH
018960         PERFORM 2150-ADVANCE-ONE-BATCH-REC THRU 2150-EXIT
018970             UNTIL RECORD-IS-READY OR NO-MORE-RECORDS
018980     END-IF.
018990 2100-EXIT.
019000     EXIT.
019010
019020*----------------------------------------------------------------
019030* The posting pass walks the validated file group by group: a
019040* header moves on to the next table entry, control records and
019050* the data records of a refused group are passed over, and
019060* only a data record of a postable group is handed back for
019070* posting.
019080*----------------------------------------------------------------
019090 2150-ADVANCE-ONE-BATCH-REC.
019100     READ BATCH-IN-FILE
019110         AT END
019120             MOVE "N" TO WS-MORE-RECORDS-SWITCH
019130     END-READ
019140     IF MORE-RECORDS-REMAIN
019150         EVALUATE TRUE
019160             WHEN BATCH-HEADER-REC
019170                 ADD 1 TO WS-POSTING-GROUP
019180                 MOVE GT-BATCH-ID (WS-POSTING-GROUP)
019190                     TO WS-CURRENT-BATCH-ID
019200                 IF GROUP-IS-POSTABLE (WS-POSTING-GROUP)
019210                     DISPLAY "POSTING BATCH "
019220                         WS-CURRENT-BATCH-ID
019230                 ELSE
019240                     DISPLAY "SKIPPING REFUSED BATCH "
019250                         WS-CURRENT-BATCH-ID
019260                 END-IF
019270             WHEN BATCH-TRAILER-REC
019280                 CONTINUE
019290             WHEN GROUP-IS-POSTABLE (WS-POSTING-GROUP)
019300                 MOVE "Y" TO WS-REC-READY-SWITCH
019310             WHEN OTHER
019320                 CONTINUE
019330         END-EVALUATE
019340     END-IF.
019350 2150-EXIT.
019360     EXIT.
019370
019380*----------------------------------------------------------------
019390* 3000 SERIES - GET-DATA (interactive or batch)
019400*----------------------------------------------------------------
019410 3000-GET-DATA.
019420     IF BATCH-MODE-ACTIVE
019430         PERFORM 3100-GET-DATA-FROM-BATCH THRU 3100-EXIT
019440     ELSE
019450         PERFORM 3200-GET-DATA-INTERACTIVE THRU 3200-EXIT
019460     END-IF.
019470 3000-EXIT.
019480     EXIT.
019490
019500 3100-GET-DATA-FROM-BATCH.
019510     MOVE SPACES TO WS-USER WS-FULL-NAME
019520     MOVE BR-FIRST-NAME OF BATCH-USER-RECORD
019530         TO WS-FIRST-NAME OF WS-USER
019540     MOVE BR-LAST-NAME OF BATCH-USER-RECORD
019550         TO WS-LAST-NAME OF WS-USER
019560     MOVE ZERO TO WS-FIRST-NUMBER OF WS-USER
019570     MOVE ZERO TO WS-SECOND-NUMBER OF WS-USER
019580     MOVE BR-FIRST-NUMBER-ENTRY TO WS-NUMBER-ENTRY
019590     PERFORM 3900-PARSE-NUMBER-ENTRY THRU 3900-EXIT
019600     MOVE WS-NUMBER-VALID-SWITCH TO WS-FIRST-NUM-VALID-SWITCH
019610     IF NUMBER-ENTRY-IS-VALID
019620         MOVE WS-PARSED-NUMBER TO WS-FIRST-NUMBER OF WS-USER
019630     END-IF
019640     MOVE BR-SECOND-NUMBER-ENTRY TO WS-NUMBER-ENTRY
019650     PERFORM 3900-PARSE-NUMBER-ENTRY THRU 3900-EXIT
019660     MOVE WS-NUMBER-VALID-SWITCH TO WS-SECOND-NUM-VALID-SW
019670     IF NUMBER-ENTRY-IS-VALID
019680         MOVE WS-PARSED-NUMBER TO WS-SECOND-NUMBER OF WS-USER
019690     END-IF
019700     PERFORM 3600-BUILD-FULL-NAME THRU 3600-EXIT
019710     EVALUATE TRUE
019720         WHEN NAME-DID-OVERFLOW
019730             DISPLAY "RECORD " WS-RECORD-COUNT
019740                 " SKIPPED - NAME TOO LONG TO FIT ON FILE"
019750             MOVE "Y" TO WS-SKIP-RECORD-SWITCH
019760             MOVE "NL" TO WS-REJECT-REASON
019770         WHEN BATCH-REVERSAL-REC
019780             PERFORM 3150-GET-BATCH-REVERSAL THRU 3150-EXIT
019790         WHEN NOT FIRST-NUM-IS-VALID
019800                 OR NOT SECOND-NUM-IS-VALID
019810             DISPLAY "RECORD " WS-RECORD-COUNT
019820                 " SKIPPED - NUMBER ENTRY NOT VALID"
019830             MOVE "Y" TO WS-SKIP-RECORD-SWITCH
019840             MOVE "NV" TO WS-REJECT-REASON
019850         WHEN BR-OPERATION-CODE OF BATCH-USER-RECORD
019860                     NOT NUMERIC
019870                 OR BR-OPERATION-CODE OF BATCH-USER-RECORD < 1
019880                 OR BR-OPERATION-CODE OF BATCH-USER-RECORD > 4
019890             DISPLAY "RECORD " WS-RECORD-COUNT
019900                 " SKIPPED - OPERATION CODE NOT 1-5"
019910             MOVE "Y" TO WS-SKIP-RECORD-SWITCH
019920             MOVE "OP" TO WS-REJECT-REASON
019930         WHEN OTHER
019940             MOVE BR-OPERATION-CODE OF BATCH-USER-RECORD
019950                 TO WS-OPERATION-CODE
019960             PERFORM 3300-LOOKUP-CUSTOMER THRU 3300-EXIT
019970             EVALUATE TRUE
019980                 WHEN CUSTOMER-IS-INACTIVE
019990                     DISPLAY "RECORD " WS-RECORD-COUNT
020000                         " SKIPPED - CUSTOMER "
020010                         WS-CUSTOMER-NUMBER " IS INACTIVE"
020020                     MOVE "Y" TO WS-SKIP-RECORD-SWITCH
020030                     MOVE "CI" TO WS-REJECT-REASON
020040                 WHEN NOT CUSTOMER-FOUND
020050                     PERFORM 3400-ADD-CUSTOMER THRU 3400-EXIT
020060             END-EVALUATE
020070     END-EVALUATE.
020080 3100-EXIT.
020090     EXIT.
020100
020110*----------------------------------------------------------------
020120* A batch reversal names its customer like any other record and
020130* the entry to reverse by history key. It never adds a
020140* customer: a name not on file cannot own the original, and is
020150* refused as another customer's entry.
020160*----------------------------------------------------------------
020170 3150-GET-BATCH-REVERSAL.
020180     MOVE 5 TO WS-OPERATION-CODE
020190     IF BV-ORIGINAL-KEY IS NUMERIC
020200         MOVE BV-ORIGINAL-KEY TO WS-REVERSAL-KEY
020210         PERFORM 3300-LOOKUP-CUSTOMER THRU 3300-EXIT
020220         IF CUSTOMER-IS-INACTIVE
020230             DISPLAY "RECORD " WS-RECORD-COUNT
020240                 " SKIPPED - CUSTOMER "
020250                 WS-CUSTOMER-NUMBER " IS INACTIVE"
020260             MOVE "Y" TO WS-SKIP-RECORD-SWITCH
020270             MOVE "CI" TO WS-REJECT-REASON
020280         ELSE
020290             PERFORM 3960-CHECK-REVERSAL THRU 3960-EXIT
020300         END-IF
020310     ELSE
020320         DISPLAY "RECORD " WS-RECORD-COUNT
020330             " SKIPPED - REVERSAL KEY IS NOT NUMERIC"
020340         MOVE "Y" TO WS-SKIP-RECORD-SWITCH
020350         MOVE "RN" TO WS-REJECT-REASON
020360     END-IF.
020370 3150-EXIT.
020380     EXIT.
020390
020400 3200-GET-DATA-INTERACTIVE.
020410     IF KEEP-SAME-CUSTOMER
020420         MOVE "N" TO WS-KEEP-CUSTOMER-SWITCH
020430     ELSE
020440         MOVE "N" TO WS-NAME-VALID-SWITCH
020450         PERFORM 3210-CAPTURE-NAME THRU 3210-EXIT
020460             UNTIL NAME-IS-VALID
020470     END-IF
020480     PERFORM 3500-SELECT-OPERATION THRU 3500-EXIT
020490     IF OP-REVERSE
020500         MOVE "N" TO WS-REV-KEY-VALID-SWITCH
020510         PERFORM 3250-ACCEPT-REVERSAL-KEY THRU 3250-EXIT
020520             UNTIL REVERSAL-KEY-IS-VALID
020530         IF NOT SKIP-THIS-RECORD
020540             PERFORM 3960-CHECK-REVERSAL THRU 3960-EXIT
020550         END-IF
020560     ELSE
020570         MOVE "N" TO WS-FIRST-NUM-VALID-SWITCH
020580         PERFORM 3700-ACCEPT-FIRST-NUMBER THRU 3700-EXIT
020590             UNTIL FIRST-NUM-IS-VALID
020600         MOVE "N" TO WS-SECOND-NUM-VALID-SW
020610         PERFORM 3800-ACCEPT-SECOND-NUMBER THRU 3800-EXIT
020620             UNTIL SECOND-NUM-IS-VALID
020630     END-IF.
020640 3200-EXIT.
020650     EXIT.
020660
020670*----------------------------------------------------------------
020680* The clerk keys the history key of the entry to reverse, as
020690* HIST-INQ shows it: customer number, date, and sequence. Each
020700* part goes through the common number edit and must be a whole
020710* number that fits its field.
020720*----------------------------------------------------------------
020730 3250-ACCEPT-REVERSAL-KEY.
020740     MOVE "Y" TO WS-REV-KEY-VALID-SWITCH
020750     DISPLAY "Customer number of the entry to reverse:"
020760     MOVE SPACES TO WS-NUMBER-ENTRY
020770     ACCEPT WS-NUMBER-ENTRY
020780     MOVE 5 TO WS-KEY-PART-DIGITS
020790     PERFORM 3980-EDIT-KEY-PART THRU 3980-EXIT
020800     IF NUMBER-ENTRY-IS-VALID
020810         MOVE WS-PARSED-NUMBER TO WS-REV-CUSTOMER-NUMBER
020820     ELSE
020830         MOVE "N" TO WS-REV-KEY-VALID-SWITCH
020840     END-IF
020850     DISPLAY "Date of the entry to reverse (YYMMDD):"
020860     MOVE SPACES TO WS-NUMBER-ENTRY
020870     ACCEPT WS-NUMBER-ENTRY
020880     MOVE 6 TO WS-KEY-PART-DIGITS
020890     PERFORM 3980-EDIT-KEY-PART THRU 3980-EXIT
020900     IF NUMBER-ENTRY-IS-VALID
020910         MOVE WS-PARSED-NUMBER TO WS-REV-TRANS-DATE
020920     ELSE
020930         MOVE "N" TO WS-REV-KEY-VALID-SWITCH
020940     END-IF
020950     DISPLAY "Sequence number of the entry to reverse:"
020960     MOVE SPACES TO WS-NUMBER-ENTRY
020970     ACCEPT WS-NUMBER-ENTRY
020980     MOVE 4 TO WS-KEY-PART-DIGITS
020990     PERFORM 3980-EDIT-KEY-PART THRU 3980-EXIT
021000     IF NUMBER-ENTRY-IS-VALID
021010         MOVE WS-PARSED-NUMBER TO WS-REV-SEQUENCE-NUMBER
021020     ELSE
021030         MOVE "N" TO WS-REV-KEY-VALID-SWITCH
021040     END-IF
021050     IF NOT REVERSAL-KEY-IS-VALID
021060         DISPLAY "That is not a valid entry key, try again."
021070     END-IF.
021080 3250-EXIT.
021090     EXIT.
021100
021110 3210-CAPTURE-NAME.
021120     MOVE SPACES TO WS-USER WS-FULL-NAME
021130     MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH
021140     DISPLAY "What is your last name?"
021150     ACCEPT WS-LAST-NAME OF WS-USER
021160     DISPLAY "What is your first name?"
021170     ACCEPT WS-FIRST-NAME OF WS-USER
021180     PERFORM 3300-LOOKUP-CUSTOMER THRU 3300-EXIT
021190     IF CUSTOMER-FOUND
021200         IF CUSTOMER-IS-INACTIVE
021210             DISPLAY "THAT ACCOUNT IS INACTIVE - NO ENTRIES CAN"
021220             DISPLAY "BE POSTED AGAINST IT - SKIPPING THIS ENTRY"
021230             MOVE "Y" TO WS-SKIP-RECORD-SWITCH
021240         ELSE
021250             DISPLAY "Welcome back, we have you on file."
021260         END-IF
021270     END-IF
021280     PERFORM 3600-BUILD-FULL-NAME THRU 3600-EXIT
021290     IF NAME-DID-OVERFLOW
021300         IF CUSTOMER-FOUND
021310             DISPLAY "THE NAME ON FILE IS TOO LONG TO FIT OUR"
021320             DISPLAY "RECORDS - SKIPPING THIS ENTRY"
021330             MOVE "Y" TO WS-SKIP-RECORD-SWITCH
021340             MOVE "Y" TO WS-NAME-VALID-SWITCH
021350         ELSE
021360             DISPLAY "That name is too long to fit our records."
021370             DISPLAY "Please re-enter it."
021380             MOVE "N" TO WS-NAME-VALID-SWITCH
021390         END-IF
021400     ELSE
021410         IF NOT CUSTOMER-FOUND
021420             PERFORM 3400-ADD-CUSTOMER THRU 3400-EXIT
021430         END-IF
021440         MOVE "Y" TO WS-NAME-VALID-SWITCH
021450     END-IF.
021460 3210-EXIT.
021470     EXIT.
021480
021490*----------------------------------------------------------------
021500* Look for a customer by last name and first name together. The
021510* last name is an alternate key with duplicates, so walk every
021520* record sharing the surname until the first name also matches.
021530* A match leaves the customer number in WS-CUSTOMER-NUMBER. A
021540* match on a number merged into another is followed to the
021550* survivor, whose own status then decides.
021560*----------------------------------------------------------------
021570 3300-LOOKUP-CUSTOMER.
021580     MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH
021590     MOVE "N" TO WS-CUST-INACTIVE-SWITCH
021600     MOVE ZERO TO WS-CUSTOMER-NUMBER
021610     MOVE "N" TO WS-SCAN-DONE-SWITCH
021620     MOVE WS-LAST-NAME OF WS-USER TO CM-LAST-NAME
021630     START CUSTOMER-MASTER-FILE
021640         KEY IS EQUAL TO CM-LAST-NAME
021650         INVALID KEY
021660             MOVE "Y" TO WS-SCAN-DONE-SWITCH
021670     END-START
021680     PERFORM 3310-SCAN-ONE-DUPLICATE THRU 3310-EXIT
021690         UNTIL SCAN-IS-DONE.
021700 3300-EXIT.
021710     EXIT.
021720
021730 3310-SCAN-ONE-DUPLICATE.
021740     READ CUSTOMER-MASTER-FILE NEXT RECORD
021750         AT END
021760             MOVE "Y" TO WS-SCAN-DONE-SWITCH
021770     END-READ
021780     EVALUATE TRUE
021790         WHEN SCAN-IS-DONE
021800             CONTINUE
021810         WHEN WS-CUSTMAST-STATUS NOT = "00"
021820                 AND WS-CUSTMAST-STATUS NOT = "02"
021830             MOVE "Y" TO WS-SCAN-DONE-SWITCH
021840         WHEN CM-LAST-NAME NOT = WS-LAST-NAME OF WS-USER
021850             MOVE "Y" TO WS-SCAN-DONE-SWITCH
021860         WHEN CM-FIRST-NAME = WS-FIRST-NAME OF WS-USER
021870             MOVE "Y" TO WS-CUSTOMER-FOUND-SWITCH
021880             MOVE CM-CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER
021890             MOVE "Y" TO WS-SCAN-DONE-SWITCH
021900             IF CM-CUST-INACTIVE AND CM-MERGED-INTO > ZERO
021910                 PERFORM 3320-FOLLOW-MERGE THRU 3320-EXIT
021920             END-IF
021930             IF CM-CUST-INACTIVE
021940                 MOVE "Y" TO WS-CUST-INACTIVE-SWITCH
021950             END-IF
021960     END-EVALUATE.
021970 3310-EXIT.
021980     EXIT.
021990
022000 3320-FOLLOW-MERGE.
022010     MOVE CM-MERGED-INTO TO CM-CUSTOMER-NUMBER
022020     READ CUSTOMER-MASTER-FILE
022030         INVALID KEY
022040             MOVE "I" TO CM-STATUS
022050         NOT INVALID KEY
022060             MOVE CM-CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER
022070             IF NOT BATCH-MODE-ACTIVE
022080                 DISPLAY "Customer merged - posting to customer "
022090                     WS-CUSTOMER-NUMBER
022100             END-IF
022110     END-READ.
022120 3320-EXIT.
022130     EXIT.
022140
022150 3400-ADD-CUSTOMER.
022160     ADD 1 TO WS-LAST-CUSTOMER-NUMBER
022170     MOVE WS-LAST-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
022180     MOVE WS-LAST-NAME OF WS-USER TO CM-LAST-NAME
022190     MOVE WS-FIRST-NAME OF WS-USER TO CM-FIRST-NAME
022200     MOVE "A" TO CM-STATUS
022210     MOVE WS-RUN-DATE TO CM-DATE-ADDED
022220     MOVE WS-RUN-DATE TO CM-LAST-ACTIVITY
022230     MOVE ZERO TO CM-MERGED-INTO
022240     WRITE CUSTOMER-MASTER-RECORD
022250         INVALID KEY
022260             CONTINUE
022270     END-WRITE
022280     IF WS-CUSTMAST-STATUS = "00" OR
022290             WS-CUSTMAST-STATUS = "02"
022300         MOVE CM-CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER
022310         PERFORM 3450-SAVE-LAST-CUSTNO THRU 3450-EXIT
022320     ELSE
022330         DISPLAY "UNABLE TO ADD CUSTOMER TO MASTER FILE, STATUS "
022340             WS-CUSTMAST-STATUS
022350         SUBTRACT 1 FROM WS-LAST-CUSTOMER-NUMBER
022360     END-IF.
022370 3400-EXIT.
022380     EXIT.
022390
022400 3450-SAVE-LAST-CUSTNO.
022410     MOVE WS-LAST-CUSTOMER-NUMBER TO CN-LAST-CUSTOMER-NO
022420     OPEN OUTPUT CUSTNO-FILE
022430     WRITE CUSTNO-RECORD
022440     CLOSE CUSTNO-FILE.
022450 3450-EXIT.
022460     EXIT.
022470
022480 3500-SELECT-OPERATION.
022490     MOVE "N" TO WS-OP-VALID-SWITCH
022500     PERFORM 3510-PROMPT-OPERATION THRU 3510-EXIT
022510         UNTIL OP-ENTRY-IS-VALID.
022520 3500-EXIT.
022530     EXIT.
022540
022550 3510-PROMPT-OPERATION.
022560     DISPLAY "Select operation: 1=Add 2=Subtract "
022570         "3=Multiply 4=Divide 5=Reverse"
022580     ACCEPT WS-OPERATION-ENTRY
022590     IF WS-OPERATION-ENTRY IS NUMERIC
022600             AND WS-OPERATION-ENTRY >= 1
022610             AND WS-OPERATION-ENTRY <= 5
022620         MOVE WS-OPERATION-ENTRY TO WS-OPERATION-CODE
022630         MOVE "Y" TO WS-OP-VALID-SWITCH
022640     ELSE
022650         DISPLAY "Please enter 1, 2, 3, 4, or 5."
022660     END-IF.
022670 3510-EXIT.
022680     EXIT.
022690
022700 3600-BUILD-FULL-NAME.
022710     MOVE SPACES TO WS-FULL-NAME
022720     STRING WS-FIRST-NAME OF WS-USER DELIMITED BY SPACE
022730            SPACE DELIMITED BY SIZE
022740            WS-LAST-NAME OF WS-USER DELIMITED BY SPACE
022750            SPACE DELIMITED BY SIZE
022760            INTO WS-FULL-NAME
022770         ON OVERFLOW
022780             MOVE "Y" TO WS-NAME-OVERFLOW-SWITCH
022790         NOT ON OVERFLOW
022800             MOVE "N" TO WS-NAME-OVERFLOW-SWITCH
022810     END-STRING.
022820 3600-EXIT.
022830     EXIT.
022840
022850 3700-ACCEPT-FIRST-NUMBER.
022860     DISPLAY "Choose a number:"
022870     MOVE SPACES TO WS-NUMBER-ENTRY
022880     ACCEPT WS-NUMBER-ENTRY
022890     PERFORM 3900-PARSE-NUMBER-ENTRY THRU 3900-EXIT
022900     IF NUMBER-ENTRY-IS-VALID
022910         MOVE WS-PARSED-NUMBER TO WS-FIRST-NUMBER OF WS-USER
022920         MOVE "Y" TO WS-FIRST-NUM-VALID-SWITCH
022930     ELSE
022940         DISPLAY "That is not a valid number, try again."
022950     END-IF.
022960 3700-EXIT.
022970     EXIT.
022980
022990 3800-ACCEPT-SECOND-NUMBER.
023000     DISPLAY "Choose a second number:"
023010     MOVE SPACES TO WS-NUMBER-ENTRY
023020     ACCEPT WS-NUMBER-ENTRY
023030     PERFORM 3900-PARSE-NUMBER-ENTRY THRU 3900-EXIT
023040     IF NUMBER-ENTRY-IS-VALID
023050         MOVE WS-PARSED-NUMBER TO WS-SECOND-NUMBER OF WS-USER
023060         MOVE "Y" TO WS-SECOND-NUM-VALID-SW
023070     ELSE
023080         DISPLAY "That is not a valid number, try again."
023090     END-IF.
023100 3800-EXIT.
023110     EXIT.
023120
023130*----------------------------------------------------------------
023140* Common number-entry edit, terminal and batch: an optional
023150* leading + or -, up to nineteen digits before an optional
023160* decimal point, and up to nineteen digits after it. A valid
023170* entry leaves its value in WS-PARSED-NUMBER with the valid
023180* switch set; anything else - letters, embedded spaces, a
023190* second point, more digits than the files hold, or no digits
023200* at all - is refused.
023210*----------------------------------------------------------------
023220 3900-PARSE-NUMBER-ENTRY.
023230     MOVE "N" TO WS-NUMBER-VALID-SWITCH
023240     MOVE "N" TO WS-PARSE-FAIL-SWITCH
023250     MOVE "N" TO WS-POINT-SEEN-SWITCH
023260     MOVE SPACE TO WS-PARSE-SIGN
023270     MOVE ZERO TO WS-INT-DIGIT-COUNT
023280     MOVE ZERO TO WS-DEC-DIGIT-COUNT
023290     MOVE SPACES TO WS-INT-DIGITS WS-DEC-DIGITS
023300     MOVE ZERO TO WS-NUMBER-LENGTH
023310     INSPECT WS-NUMBER-ENTRY TALLYING WS-NUMBER-LENGTH
023320         FOR CHARACTERS BEFORE INITIAL SPACE
023330     MOVE 1 TO WS-PARSE-START
023340     EVALUATE TRUE
023350         WHEN WS-NUMBER-LENGTH = ZERO
023360             MOVE "Y" TO WS-PARSE-FAIL-SWITCH
023370         WHEN WS-NUMBER-LENGTH < WS-NUMBER-ENTRY-SIZE
023380                 AND WS-NUMBER-ENTRY (WS-NUMBER-LENGTH + 1:)
023390                     NOT = SPACES
023400             MOVE "Y" TO WS-PARSE-FAIL-SWITCH
023410         WHEN WS-NUMBER-ENTRY (1:1) = "+" OR
023420                 WS-NUMBER-ENTRY (1:1) = "-"
023430             MOVE WS-NUMBER-ENTRY (1:1) TO WS-PARSE-SIGN
023440             MOVE 2 TO WS-PARSE-START
023450     END-EVALUATE
023460     IF NOT PARSE-HAS-FAILED
023470         PERFORM 3910-PARSE-ONE-CHAR THRU 3910-EXIT
023480             VARYING WS-PARSE-SUB FROM WS-PARSE-START BY 1
023490             UNTIL WS-PARSE-SUB > WS-NUMBER-LENGTH
023500                 OR PARSE-HAS-FAILED
023510     END-IF
023520     IF NOT PARSE-HAS-FAILED
023530             AND WS-INT-DIGIT-COUNT + WS-DEC-DIGIT-COUNT > ZERO
023540         PERFORM 3920-ASSEMBLE-PARSED-NUMBER THRU 3920-EXIT
023550         MOVE "Y" TO WS-NUMBER-VALID-SWITCH
023560     END-IF.
023570 3900-EXIT.
023580     EXIT.
023590
023600 3910-PARSE-ONE-CHAR.
023610     EVALUATE TRUE
023620         WHEN WS-NUMBER-ENTRY (WS-PARSE-SUB:1) = "."
023630             IF POINT-WAS-SEEN
023640                 MOVE "Y" TO WS-PARSE-FAIL-SWITCH
023650             ELSE
023660                 MOVE "Y" TO WS-POINT-SEEN-SWITCH
023670             END-IF
023680         WHEN WS-NUMBER-ENTRY (WS-PARSE-SUB:1) IS NUMERIC
023690             IF POINT-WAS-SEEN
023700                 IF WS-DEC-DIGIT-COUNT < WS-MAX-NUMBER-DIGITS
023710                     ADD 1 TO WS-DEC-DIGIT-COUNT
023720                     MOVE WS-NUMBER-ENTRY (WS-PARSE-SUB:1)
023730                         TO WS-DEC-DIGITS (WS-DEC-DIGIT-COUNT:1)
023740                 ELSE
023750                     MOVE "Y" TO WS-PARSE-FAIL-SWITCH
023760                 END-IF
023770             ELSE
023780                 IF WS-INT-DIGIT-COUNT < WS-MAX-NUMBER-DIGITS
023790                     ADD 1 TO WS-INT-DIGIT-COUNT
023800                     MOVE WS-NUMBER-ENTRY (WS-PARSE-SUB:1)
023810                         TO WS-INT-DIGITS (WS-INT-DIGIT-COUNT:1)
023820                 ELSE
023830                     MOVE "Y" TO WS-PARSE-FAIL-SWITCH
023840                 END-IF
023850             END-IF
023860         WHEN OTHER
023870             MOVE "Y" TO WS-PARSE-FAIL-SWITCH
023880     END-EVALUATE.
023890 3910-EXIT.
023900     EXIT.
023910
023920*----------------------------------------------------------------
023930* The collected digits are laid right-aligned into the integer
023940* half and left-aligned into the decimal half of the display
023950* image, then read back through the REDEFINES as one value.
023960*----------------------------------------------------------------
023970 3920-ASSEMBLE-PARSED-NUMBER.
023980     MOVE ALL "0" TO WS-PARSE-DIGITS
023990     IF WS-INT-DIGIT-COUNT > ZERO
024000         SUBTRACT WS-INT-DIGIT-COUNT FROM 20
024010             GIVING WS-PARSE-POS
024020         MOVE WS-INT-DIGITS (1:WS-INT-DIGIT-COUNT)
024030             TO WS-PARSE-INT-X (WS-PARSE-POS:WS-INT-DIGIT-COUNT)
024040     END-IF
024050     IF WS-DEC-DIGIT-COUNT > ZERO
024060         MOVE WS-DEC-DIGITS (1:WS-DEC-DIGIT-COUNT)
024070             TO WS-PARSE-DEC-X (1:WS-DEC-DIGIT-COUNT)
024080     END-IF
024090     IF WS-PARSE-SIGN = "-"
024100         SUBTRACT WS-PARSE-NUMERIC FROM ZERO
024110             GIVING WS-PARSED-NUMBER
024120     ELSE
024130         MOVE WS-PARSE-NUMERIC TO WS-PARSED-NUMBER
024140     END-IF.
024150 3920-EXIT.
024160     EXIT.
024170
024180*----------------------------------------------------------------
024190* The entry a reversal names must be on history, belong to the
024200* customer the reversal is posted for, and not already be
024210* reversed - on history or earlier in this run - nor be a
024220* reversal itself. An acceptable original supplies the amount:
024230* its result becomes the first number and the calculation posts
024240* the exact negation. A refusal skips the entry with the reason.
024250*----------------------------------------------------------------
024260 3960-CHECK-REVERSAL.
024270     MOVE "N" TO WS-ORIGINAL-FOUND-SWITCH
024280     IF HISTORY-IS-OPEN
024290         MOVE WS-REV-CUSTOMER-NUMBER TO TH-CUSTOMER-NUMBER
024300         MOVE WS-REV-TRANS-DATE TO TH-TRANS-DATE
024310         MOVE WS-REV-SEQUENCE-NUMBER TO TH-SEQUENCE-NUMBER
024320         READ TRANS-HISTORY-FILE
024330             INVALID KEY
024340                 CONTINUE
024350             NOT INVALID KEY
024360                 MOVE "Y" TO WS-ORIGINAL-FOUND-SWITCH
024370         END-READ
024380     END-IF
024390     PERFORM 3970-FIND-EARLIER-REVERSAL THRU 3970-EXIT
024400     EVALUATE TRUE
024410         WHEN NOT ORIGINAL-WAS-FOUND
024420             MOVE "RN" TO WS-REJECT-REASON
024430             MOVE "IS NOT ON HISTORY" TO WS-REVERSAL-MESSAGE
024440         WHEN TH-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER
024450             MOVE "RC" TO WS-REJECT-REASON
024460             MOVE "BELONGS TO ANOTHER CUSTOMER"
024470                 TO WS-REVERSAL-MESSAGE
024480         WHEN TH-REVERSAL-ENTRY
024490             MOVE "RR" TO WS-REJECT-REASON
024500             MOVE "IS ITSELF A REVERSAL" TO WS-REVERSAL-MESSAGE
024510         WHEN TH-ENTRY-REVERSED OR REVERSED-THIS-RUN
024520             MOVE "RR" TO WS-REJECT-REASON
024530             MOVE "HAS ALREADY BEEN REVERSED"
024540                 TO WS-REVERSAL-MESSAGE
024550         WHEN WS-REVERSED-COUNT >= WS-MAX-REVERSALS
024560             MOVE "RR" TO WS-REJECT-REASON
024570             MOVE "CANNOT BE GUARDED - RUN REVERSAL LIMIT"
024580                 TO WS-REVERSAL-MESSAGE
024590         WHEN OTHER
024600             MOVE TH-RESULT TO WS-FIRST-NUMBER OF WS-USER
024610             MOVE ZERO TO WS-SECOND-NUMBER OF WS-USER
024620             IF NOT BATCH-MODE-ACTIVE
024630                 DISPLAY "Reversing entry of " TH-TRANS-DATE
024640                     " sequence " TH-SEQUENCE-NUMBER
024650                     ", result " TH-RESULT
024660             END-IF
024670     END-EVALUATE
024680     IF WS-REJECT-REASON NOT = SPACES
024690         MOVE "Y" TO WS-SKIP-RECORD-SWITCH
024700         IF BATCH-MODE-ACTIVE
024710             DISPLAY "RECORD " WS-RECORD-COUNT
024720                 " SKIPPED - ENTRY " WS-REVERSAL-KEY " "
024730                 WS-REVERSAL-MESSAGE
024740         ELSE
024750             DISPLAY "THAT ENTRY " WS-REVERSAL-MESSAGE
024760             DISPLAY "THE REVERSAL IS REFUSED - SKIPPING THIS"
024770                 " ENTRY"
024780         END-IF
024790     END-IF.
024800 3960-EXIT.
024810     EXIT.
024820
024830 3970-FIND-EARLIER-REVERSAL.
024840     MOVE "N" TO WS-REVERSED-RUN-SWITCH
024850     PERFORM 3975-CHECK-ONE-REVERSED THRU 3975-EXIT
024860         VARYING WS-REV-SUB FROM 1 BY 1
024870         UNTIL WS-REV-SUB > WS-REVERSED-COUNT
024880             OR REVERSED-THIS-RUN.
024890 3970-EXIT.
024900     EXIT.
024910
024920 3975-CHECK-ONE-REVERSED.
024930     IF RV-REVERSED-KEY (WS-REV-SUB) = WS-REVERSAL-KEY
024940         MOVE "Y" TO WS-REVERSED-RUN-SWITCH
024950     END-IF.
024960 3975-EXIT.
024970     EXIT.
024980
024990*----------------------------------------------------------------
025000* One part of a keyed history key: the common number edit, then
025010* unsigned, no decimal point, and no more digits than the part
025020* holds (WS-KEY-PART-DIGITS).
025030*----------------------------------------------------------------
025040 3980-EDIT-KEY-PART.
025050     PERFORM 3900-PARSE-NUMBER-ENTRY THRU 3900-EXIT
025060     IF NUMBER-ENTRY-IS-VALID
025070         IF WS-PARSE-SIGN NOT = SPACE
025080                 OR POINT-WAS-SEEN
025090                 OR WS-INT-DIGIT-COUNT > WS-KEY-PART-DIGITS
025100             MOVE "N" TO WS-NUMBER-VALID-SWITCH
025110         END-IF
025120     END-IF.
025130 3980-EXIT.
025140     EXIT.
025150
025160
025170*----------------------------------------------------------------
025180* 4000 SERIES - CALC-DATA
025190*----------------------------------------------------------------
025200 4000-CALC-DATA.
025210     MOVE "N" TO WS-CALC-ERROR-SWITCH
025220     MOVE "N" TO WS-DIVIDE-BY-ZERO-SWITCH
025230     EVALUATE TRUE
025240         WHEN OP-ADD
025250             MOVE "The sum is: "        TO WS-RESULT-LABEL
025260         WHEN OP-SUBTRACT
025270             MOVE "The difference is: " TO WS-RESULT-LABEL
025280         WHEN OP-MULTIPLY
025290             MOVE "The product is: "    TO WS-RESULT-LABEL
025300         WHEN OP-DIVIDE
025310             MOVE "The quotient is: "   TO WS-RESULT-LABEL
025320         WHEN OP-REVERSE
025330             MOVE "The reversal is: "   TO WS-RESULT-LABEL
025340     END-EVALUATE
025350     EVALUATE TRUE
025360         WHEN OP-ADD
025370             ADD WS-FIRST-NUMBER OF WS-USER
025380                 WS-SECOND-NUMBER OF WS-USER
025390                 GIVING WS-ADDED-NUMBERS
025400                 ON SIZE ERROR
025410                     MOVE "Y" TO WS-CALC-ERROR-SWITCH
025420             END-ADD
025430         WHEN OP-SUBTRACT
025440             SUBTRACT WS-SECOND-NUMBER OF WS-USER
025450                 FROM WS-FIRST-NUMBER OF WS-USER
025460                 GIVING WS-ADDED-NUMBERS
025470                 ON SIZE ERROR
025480                     MOVE "Y" TO WS-CALC-ERROR-SWITCH
025490             END-SUBTRACT
025500         WHEN OP-MULTIPLY
025510             MULTIPLY WS-FIRST-NUMBER OF WS-USER
025520                 BY WS-SECOND-NUMBER OF WS-USER
025530                 GIVING WS-ADDED-NUMBERS
025540                 ON SIZE ERROR
025550                     MOVE "Y" TO WS-CALC-ERROR-SWITCH
025560             END-MULTIPLY
025570         WHEN OP-DIVIDE
025580             IF WS-SECOND-NUMBER OF WS-USER = ZERO
025590                 MOVE "Y" TO WS-CALC-ERROR-SWITCH
025600                 MOVE "Y" TO WS-DIVIDE-BY-ZERO-SWITCH
025610                 MOVE ZERO TO WS-ADDED-NUMBERS
025620                 DISPLAY "CANNOT DIVIDE BY ZERO"
025630             ELSE
025640                 DIVIDE WS-FIRST-NUMBER OF WS-USER
025650                     BY WS-SECOND-NUMBER OF WS-USER
025660                     GIVING WS-ADDED-NUMBERS
025670                     ON SIZE ERROR
025680                         MOVE "Y" TO WS-CALC-ERROR-SWITCH
025690                 END-DIVIDE
025700             END-IF
025710         WHEN OP-REVERSE
025720             SUBTRACT WS-FIRST-NUMBER OF WS-USER FROM ZERO
025730                 GIVING WS-ADDED-NUMBERS
025740                 ON SIZE ERROR
025750                     MOVE "Y" TO WS-CALC-ERROR-SWITCH
025760             END-SUBTRACT
025770     END-EVALUATE
025780     IF CALC-ERROR-OCCURRED AND NOT DIVIDE-BY-ZERO-OCCURRED
025790         DISPLAY "WARNING - RESULT OVERFLOWED, ANSWER IS WRONG"
025800     END-IF.
025810 4000-EXIT.
025820     EXIT.
025830
025840*----------------------------------------------------------------
025850* 4500 SERIES - SUSPECTED DUPLICATE CHECK
025860* An entry with the same customer, operation, and both numbers
025870* as one already posted - earlier in this run, or on history
025880* inside the look-back window - is a suspected duplicate. A
025890* batch record is rejected DP; the repair clerk releases a
025900* genuine repeat by presenting it unchanged in a REJIN rerun,
025910* where its DP reason lets it through. At the terminal the
025920* clerk sees the earlier entry and decides. A record from a
025930* STAND-GEN group (batch ID prefix SI) is not checked: a
025940* standing instruction posts the same entry every time it falls
025950* due, and the batch register already stops a group posting
025960* twice. Its postings still count against other batches.
025970*----------------------------------------------------------------
025980 4500-CHECK-DUPLICATE.
025990     MOVE "N" TO WS-DUP-FOUND-SWITCH
026000     MOVE SPACE TO WS-DUP-SOURCE-SWITCH
026010     MOVE SPACES TO WS-ENTRY-BATCH-ID
026020     IF BATCH-MODE-ACTIVE
026030         IF RERUN-MODE-ACTIVE
026040             MOVE RJI-BATCH-ID TO WS-ENTRY-BATCH-ID
026050         ELSE
026060             MOVE WS-CURRENT-BATCH-ID TO WS-ENTRY-BATCH-ID
026070         END-IF
026080     END-IF
026090     IF NOT (RERUN-MODE-ACTIVE AND RJI-REASON-CODE = "DP")
026100             AND NOT STANDING-INSTR-BATCH
026110         PERFORM 4510-CHECK-POSTED-THIS-RUN THRU 4510-EXIT
026120         IF NOT DUPLICATE-WAS-FOUND
026130             PERFORM 4520-CHECK-HISTORY-WINDOW THRU 4520-EXIT
026140         END-IF
026150         IF DUPLICATE-WAS-FOUND
026160             PERFORM 4600-HANDLE-DUPLICATE THRU 4600-EXIT
026170         END-IF
026180     END-IF.
026190 4500-EXIT.
026200     EXIT.
026210
026220 4510-CHECK-POSTED-THIS-RUN.
026230     IF POSTWORK-IS-OPEN
026240         MOVE WS-CUSTOMER-NUMBER TO PW-CUSTOMER-NUMBER
026250         MOVE WS-OPERATION-CODE TO PW-OPERATION-CODE
026260         MOVE WS-FIRST-NUMBER OF WS-USER TO PW-FIRST-NUMBER
026270         MOVE WS-SECOND-NUMBER OF WS-USER TO PW-SECOND-NUMBER
026280         READ POSTED-WORK-FILE
026290             INVALID KEY
026300                 CONTINUE
026310             NOT INVALID KEY
026320                 MOVE "Y" TO WS-DUP-FOUND-SWITCH
026330                 MOVE "R" TO WS-DUP-SOURCE-SWITCH
026340                 MOVE PW-TRANS-REFERENCE TO WS-DUP-REFERENCE
026350                 MOVE PW-RESULT TO WS-DUP-RESULT
026360         END-READ
026370     END-IF.
026380 4510-EXIT.
026390     EXIT.
026400
026410*----------------------------------------------------------------
026420* The customer's history is walked in key order; only entries
026430* dated inside the window count, and an entry that has been
026440* reversed no longer stands as posted.
026450*----------------------------------------------------------------
026460 4520-CHECK-HISTORY-WINDOW.
026470     IF HISTORY-IS-OPEN
026480         MOVE "N" TO WS-SCAN-DONE-SWITCH
026490         MOVE WS-CUSTOMER-NUMBER TO TH-CUSTOMER-NUMBER
026500         MOVE ZERO TO TH-TRANS-DATE
026510         MOVE ZERO TO TH-SEQUENCE-NUMBER
026520         START TRANS-HISTORY-FILE
026530             KEY IS NOT LESS THAN TH-KEY
026540             INVALID KEY
026550                 MOVE "Y" TO WS-SCAN-DONE-SWITCH
026560         END-START
026570         PERFORM 4530-CHECK-ONE-HISTORY THRU 4530-EXIT
026580             UNTIL SCAN-IS-DONE
026590     END-IF.
026600 4520-EXIT.
026610     EXIT.
026620
026630 4530-CHECK-ONE-HISTORY.
026640     READ TRANS-HISTORY-FILE NEXT RECORD
026650         AT END
026660             MOVE "Y" TO WS-SCAN-DONE-SWITCH
026670     END-READ
026680     EVALUATE TRUE
026690         WHEN SCAN-IS-DONE
026700             CONTINUE
026710         WHEN WS-HIST-STATUS NOT = "00"
026720                 AND WS-HIST-STATUS NOT = "02"
026730             MOVE "Y" TO WS-SCAN-DONE-SWITCH
026740         WHEN TH-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER
026750             MOVE "Y" TO WS-SCAN-DONE-SWITCH
026760         WHEN TH-OPERATION-CODE = WS-OPERATION-CODE
026770                 AND TH-FIRST-NUMBER = WS-FIRST-NUMBER OF WS-USER
026780                 AND TH-SECOND-NUMBER =
026790                     WS-SECOND-NUMBER OF WS-USER
026800                 AND NOT TH-ENTRY-REVERSED
026810             MOVE TH-TRANS-DATE TO WS-DW-DATE
026820             PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT
026830             IF WS-DW-DAY-NUMBER NOT < WS-WINDOW-START-DAY
026840                 MOVE "Y" TO WS-DUP-FOUND-SWITCH
026850                 MOVE "H" TO WS-DUP-SOURCE-SWITCH
026860                 MOVE TH-TRANS-DATE TO WS-DUP-TRANS-DATE
026870                 MOVE TH-SEQUENCE-NUMBER TO WS-DUP-SEQUENCE-NUMBER
026880                 MOVE TH-TRANS-REFERENCE TO WS-DUP-REFERENCE
026890                 MOVE TH-RESULT TO WS-DUP-RESULT
026900                 MOVE "Y" TO WS-SCAN-DONE-SWITCH
026910             END-IF
026920     END-EVALUATE.
026930 4530-EXIT.
026940     EXIT.
026950
026960 4600-HANDLE-DUPLICATE.
026970     IF BATCH-MODE-ACTIVE
026980         DISPLAY "RECORD " WS-RECORD-COUNT
026990             " SKIPPED - SUSPECTED DUPLICATE OF REFERENCE "
027000             WS-DUP-REFERENCE
027010         MOVE "Y" TO WS-SKIP-RECORD-SWITCH
027020         MOVE "DP" TO WS-REJECT-REASON
027030     ELSE
027040         DISPLAY "THIS ENTRY MATCHES ONE ALREADY POSTED FOR THIS"
027050             " CUSTOMER:"
027060         IF DUP-FOUND-THIS-RUN
027070             DISPLAY "  EARLIER IN THIS SESSION, REFERENCE "
027080                 WS-DUP-REFERENCE
027090         ELSE
027100             DISPLAY "  ON HISTORY " WS-DUP-TRANS-DATE "-"
027110                 WS-DUP-SEQUENCE-NUMBER ", REFERENCE "
027120                 WS-DUP-REFERENCE
027130         END-IF
027140         DISPLAY "  SAME OPERATION AND NUMBERS, RESULT "
027150             WS-DUP-RESULT
027160         DISPLAY "Post it anyway? (Y/N)"
027170         MOVE SPACE TO WS-DUP-CONFIRM-ENTRY
027180         ACCEPT WS-DUP-CONFIRM-ENTRY
027190         IF WS-DUP-CONFIRM-ENTRY NOT = "Y"
027200                 AND WS-DUP-CONFIRM-ENTRY NOT = "y"
027210             DISPLAY "ENTRY NOT POSTED"
027220             MOVE "Y" TO WS-SKIP-RECORD-SWITCH
027230         END-IF
027240     END-IF.
027250 4600-EXIT.
027260     EXIT.
027270
027280*----------------------------------------------------------------
027290* 5000 SERIES - SHOW-DATA / REPORT
027300*----------------------------------------------------------------
027310 5000-SHOW-DATA.
027320     DISPLAY "Welcome " WS-FULL-NAME
027330         " " WS-RESULT-LABEL WS-ADDED-NUMBERS
027340     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
027350 5000-EXIT.
027360     EXIT.
027370
027380 5100-WRITE-REPORT-LINE.
027390     IF WS-LINE-COUNT = ZERO OR
027400             WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
027410         PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
027420     END-IF
027430     MOVE SPACES TO PRINT-DETAIL-LINE
027440     MOVE WS-FULL-NAME TO PD-FULL-NAME
027450     MOVE WS-ADDED-NUMBERS TO PD-RESULT
027460     WRITE PRINT-LINE FROM PRINT-DETAIL-LINE
027470     ADD 1 TO WS-LINE-COUNT.
027480 5100-EXIT.
027490     EXIT.
027500
027510 5200-WRITE-REPORT-HEADERS.
027520     IF WS-LINE-COUNT NOT = ZERO
027530         ADD 1 TO WS-PAGE-NUMBER
027540     END-IF
027550     MOVE WS-RUN-DATE TO PH2-RUN-DATE
027560     MOVE WS-PAGE-NUMBER TO PH2-PAGE-NO
027570     WRITE PRINT-LINE FROM PRINT-HEADING-1
027580     WRITE PRINT-LINE FROM PRINT-HEADING-2
027590     WRITE PRINT-LINE FROM PRINT-HEADING-3
027600     MOVE ZERO TO WS-LINE-COUNT.
027610 5200-EXIT.
027620     EXIT.
027630
027640*----------------------------------------------------------------
027650* 6000 SERIES - WRITE OUTPUT FILES
027660*----------------------------------------------------------------
027670 6000-WRITE-TRANS-RECORD.
027680     MOVE WS-CUSTOMER-NUMBER TO TR-CUSTOMER-NUMBER
027690     MOVE WS-FIRST-NAME OF WS-USER TO TR-FIRST-NAME
027700     MOVE WS-LAST-NAME OF WS-USER TO TR-LAST-NAME
027710     MOVE WS-FIRST-NUMBER OF WS-USER TO TR-FIRST-NUMBER
027720     MOVE WS-SECOND-NUMBER OF WS-USER TO TR-SECOND-NUMBER
027730     MOVE WS-ADDED-NUMBERS TO TR-RESULT
027740     MOVE WS-OPERATION-CODE TO TR-OPERATION-CODE
027750     MOVE WS-LAST-REFERENCE TO TR-TRANS-REFERENCE
027760     IF OP-REVERSE
027770         MOVE WS-REV-TRANS-DATE TO TR-ORIGINAL-DATE
027780         MOVE WS-REV-SEQUENCE-NUMBER TO TR-ORIGINAL-SEQUENCE
027790     ELSE
027800         MOVE ZERO TO TR-ORIGINAL-DATE
027810         MOVE ZERO TO TR-ORIGINAL-SEQUENCE
027820     END-IF
027830     WRITE TRANS-RECORD.
027840 6000-EXIT.
027850     EXIT.
027860
027870*----------------------------------------------------------------
027880* Each posted entry takes the next transaction reference. The
027890* control file is rewritten at once, as CUSTNUMS is after an
027900* add, so a crash can never hand the same reference out twice.
027910*----------------------------------------------------------------
027920 6050-ASSIGN-TRANS-REFERENCE.
027930     ADD 1 TO WS-LAST-REFERENCE
027940     MOVE WS-LAST-REFERENCE TO TF-LAST-REFERENCE
027950     OPEN OUTPUT TRANREF-FILE
027960     WRITE TRANREF-RECORD
027970     CLOSE TRANREF-FILE
027980     IF NOT BATCH-MODE-ACTIVE
027990         DISPLAY "Transaction reference: " WS-LAST-REFERENCE
028000     END-IF.
028010 6050-EXIT.
028020     EXIT.
028030
028040 6100-WRITE-AUDIT-RECORD.
028050     MOVE SPACES TO AUDIT-RECORD
028060     MOVE WS-RUN-DATE TO AR-DATE
028070     ACCEPT AR-TIME FROM TIME
028080     MOVE WS-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER
028090     MOVE WS-FULL-NAME TO AR-FULL-NAME
028100     MOVE WS-FIRST-NUMBER OF WS-USER TO AR-FIRST-NUMBER
028110     MOVE WS-SECOND-NUMBER OF WS-USER TO AR-SECOND-NUMBER
028120     MOVE WS-ADDED-NUMBERS TO AR-RESULT
028130     MOVE WS-LAST-REFERENCE TO AR-TRANS-REFERENCE
028140     MOVE SO-OPERATOR-ID TO AR-OPERATOR-ID
028150     WRITE AUDIT-RECORD.
028160 6100-EXIT.
028170     EXIT.
028180
028190 6200-WRITE-EXTRACT-RECORD.
028200     MOVE WS-CUSTOMER-NUMBER TO EX-CUSTOMER-NUMBER
028210     MOVE WS-FULL-NAME TO EX-FULL-NAME
028220     MOVE WS-ADDED-NUMBERS TO EX-RESULT
028230     MOVE WS-LAST-REFERENCE TO EX-TRANS-REFERENCE
028240     WRITE EXTRACT-RECORD.
028250 6200-EXIT.
028260     EXIT.
028270
028280 6300-WRITE-CHECKPOINT.
028290     DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-INTERVAL
028300         GIVING WS-TEMP-QUOTIENT
028310         REMAINDER WS-TEMP-REMAINDER
028320     IF WS-TEMP-REMAINDER = ZERO
028330         MOVE WS-RECORD-COUNT TO CK-LAST-RECORD-NUMBER
028340         MOVE WS-FILE-BATCH-ID TO CK-BATCH-ID
028350         MOVE WS-POSTING-GROUP TO CK-GROUP-COUNT
028360         OPEN OUTPUT CHECKPOINT-FILE
028370         WRITE CHECKPOINT-RECORD
028380         PERFORM 6310-WRITE-CHECKPOINT-GROUP THRU 6310-EXIT
028390             VARYING WS-CK-GROUP-SUB FROM 1 BY 1
028400             UNTIL WS-CK-GROUP-SUB > WS-POSTING-GROUP
028410         CLOSE CHECKPOINT-FILE
028420     END-IF.
028430 6300-EXIT.
028440     EXIT.
028450
028460 6310-WRITE-CHECKPOINT-GROUP.
028470     MOVE GT-BATCH-ID (WS-CK-GROUP-SUB) TO CG-BATCH-ID
028480     MOVE GT-READ-COUNT (WS-CK-GROUP-SUB) TO CG-READ-COUNT
028490     MOVE GT-POSTED-COUNT (WS-CK-GROUP-SUB) TO CG-POSTED-COUNT
028500     MOVE GT-REJECT-COUNT (WS-CK-GROUP-SUB) TO CG-REJECT-COUNT
028510     MOVE GT-VALUE-TOTAL (WS-CK-GROUP-SUB) TO CG-VALUE-TOTAL
028520     WRITE CHECKPOINT-GROUP-RECORD.
028530 6310-EXIT.
028540     EXIT.
028550
028560*----------------------------------------------------------------
028570* A reject keeps the batch ID and record number it was born
028580* with through any number of repair cycles: a rerun failure
028590* carries the identity from the REJIN record, a first-time
028600* reject takes it from the current batch and record.
028610*----------------------------------------------------------------
028620 6400-WRITE-REJECT-RECORD.
028630     MOVE WS-REJECT-REASON TO RJO-REASON-CODE
028640     IF RERUN-MODE-ACTIVE
028650         MOVE RJI-BATCH-ID TO RJO-BATCH-ID
028660         MOVE RJI-RECORD-NUMBER TO RJO-RECORD-NUMBER
028670     ELSE
028680         MOVE WS-CURRENT-BATCH-ID TO RJO-BATCH-ID
028690         MOVE WS-RECORD-COUNT TO RJO-RECORD-NUMBER
028700     END-IF
028710     MOVE BATCH-USER-RECORD TO RJO-BATCH-IMAGE
028720     WRITE REJECT-OUT-RECORD
028730     IF WS-REJOUT-STATUS = "00"
028740         ADD 1 TO WS-REJECT-COUNT
028750     ELSE
028760         DISPLAY "UNABLE TO WRITE REJECT RECORD, STATUS "
028770             WS-REJOUT-STATUS
028780     END-IF
028790     PERFORM 6450-SUSPEND-REJECT THRU 6450-EXIT.
028800 6400-EXIT.
028810     EXIT.
028820
028830*----------------------------------------------------------------
028840* The suspense master gets one entry per reject, outstanding
028850* until a rerun reposts it or REJ-MAINT writes it off. A
028860* record rejected again in a rerun keeps its entry, with the
028870* fresh reason and date.
028880*----------------------------------------------------------------
028890 6450-SUSPEND-REJECT.
028900     IF WS-REJMAST-STATUS = "00" OR WS-REJMAST-STATUS = "02"
028910         MOVE RJO-BATCH-ID TO RS-BATCH-ID
028920         MOVE RJO-RECORD-NUMBER TO RS-RECORD-NUMBER
028930         MOVE WS-REJECT-REASON TO RS-REASON-CODE
028940         MOVE WS-RUN-DATE TO RS-DATE-REJECTED
028950         MOVE "O" TO RS-STATUS
028960         MOVE WS-RUN-DATE TO RS-STATUS-DATE
028970         MOVE BATCH-USER-RECORD TO RS-BATCH-IMAGE
028980         MOVE SPACES TO RS-OPERATOR-ID
028990         WRITE REJECT-SUSPENSE-RECORD
029000             INVALID KEY
029010                 MOVE WS-RUN-DATE TO RS-STATUS-DATE
029020                 REWRITE REJECT-SUSPENSE-RECORD
029030                     INVALID KEY
029040                         DISPLAY "UNABLE TO UPDATE REJECT"
029050                             " SUSPENSE, STATUS "
029060                             WS-REJMAST-STATUS
029070                 END-REWRITE
029080         END-WRITE
029090     END-IF.
029100 6450-EXIT.
029110     EXIT.
029120
029130*----------------------------------------------------------------
029140* Every posted entry stamps the customer's last-activity date
029150* on the master, so a dormant account shows how long it has
029160* been dormant before anyone closes it.
029170*----------------------------------------------------------------
029180 6500-STAMP-LAST-ACTIVITY.
029190     MOVE WS-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
029200     READ CUSTOMER-MASTER-FILE
029210         INVALID KEY
029220             CONTINUE
029230         NOT INVALID KEY
029240             MOVE WS-RUN-DATE TO CM-LAST-ACTIVITY
029250             REWRITE CUSTOMER-MASTER-RECORD
029260                 INVALID KEY
029270                     CONTINUE
029280             END-REWRITE
029290     END-READ.
029300 6500-EXIT.
029310     EXIT.
029320
029330*----------------------------------------------------------------
029340* A repaired record that posts closes its suspense entry as
029350* repaired. A repaired reject with no entry on the master (a
029360* reject file from before the suspense master existed) gets
029370* one written already repaired, so the month-end accounting
029380* still balances.
029390*----------------------------------------------------------------
029400 6600-MARK-REJECT-REPAIRED.
029410     IF WS-REJMAST-STATUS = "00" OR WS-REJMAST-STATUS = "02"
029420         MOVE RJI-BATCH-ID TO RS-BATCH-ID
029430         MOVE RJI-RECORD-NUMBER TO RS-RECORD-NUMBER
029440         READ REJECT-SUSPENSE-FILE
029450             INVALID KEY
029460                 MOVE RJI-BATCH-ID TO RS-BATCH-ID
029470                 MOVE RJI-RECORD-NUMBER TO RS-RECORD-NUMBER
029480                 MOVE RJI-REASON-CODE TO RS-REASON-CODE
029490                 MOVE WS-RUN-DATE TO RS-DATE-REJECTED
029500                 MOVE "R" TO RS-STATUS
029510                 MOVE WS-RUN-DATE TO RS-STATUS-DATE
029520                 MOVE RJI-BATCH-IMAGE TO RS-BATCH-IMAGE
029530                 MOVE SPACES TO RS-OPERATOR-ID
029540                 WRITE REJECT-SUSPENSE-RECORD
029550                     INVALID KEY
029560                         CONTINUE
029570                 END-WRITE
029580             NOT INVALID KEY
029590                 MOVE "R" TO RS-STATUS
029600                 MOVE WS-RUN-DATE TO RS-STATUS-DATE
029610                 REWRITE REJECT-SUSPENSE-RECORD
029620                     INVALID KEY
029630                         DISPLAY "UNABLE TO UPDATE REJECT"
029640                             " SUSPENSE, STATUS "
029650                             WS-REJMAST-STATUS
029660                 END-REWRITE
029670         END-READ
029680     END-IF.
029690 6600-EXIT.
029700     EXIT.
029710
029720*----------------------------------------------------------------
029730* A posted reversal's original is remembered for the rest of
029740* the run, so it cannot be reversed a second time before
029750* HIST-LOAD marks it on history.
029760*----------------------------------------------------------------
029770 6700-RECORD-REVERSAL.
029780     IF WS-REVERSED-COUNT < WS-MAX-REVERSALS
029790         ADD 1 TO WS-REVERSED-COUNT
029800         MOVE WS-REVERSAL-KEY
029810             TO RV-REVERSED-KEY (WS-REVERSED-COUNT)
029820     END-IF.
029830 6700-EXIT.
029840     EXIT.
029850
029860*----------------------------------------------------------------
029870* Every posted entry except a reversal goes on the scratch file
029880* for the rest of the run's duplicate checks. A confirmed
029890* repeat finds its key already there and the first posting is
029900* kept.
029910*----------------------------------------------------------------
029920 6800-REMEMBER-POSTING.
029930     IF POSTWORK-IS-OPEN
029940         MOVE WS-CUSTOMER-NUMBER TO PW-CUSTOMER-NUMBER
029950         MOVE WS-OPERATION-CODE TO PW-OPERATION-CODE
029960         MOVE WS-FIRST-NUMBER OF WS-USER TO PW-FIRST-NUMBER
029970         MOVE WS-SECOND-NUMBER OF WS-USER TO PW-SECOND-NUMBER
029980         MOVE WS-LAST-REFERENCE TO PW-TRANS-REFERENCE
029990         MOVE WS-ADDED-NUMBERS TO PW-RESULT
030000         WRITE POSTED-WORK-RECORD
030010             INVALID KEY
030020                 CONTINUE
030030         END-WRITE
030040     END-IF.
030050 6800-EXIT.
030060     EXIT.
030070
030080*----------------------------------------------------------------
030090* 7000 SERIES - INTERACTIVE SESSION CONTROL
030100* A clerk serving one customer with several calculations keeps
030110* the session open and the looked-up customer in hand; when the
030120* customer changes, their subtotal goes on the daily report, and
030130* the grand total follows at close-out.
030140*----------------------------------------------------------------
030150 7000-ASK-ANOTHER-ENTRY.
030160     MOVE "N" TO WS-KEEP-CUSTOMER-SWITCH
030170     DISPLAY "Another entry? (Y/N)"
030180     ACCEPT WS-ANOTHER-ENTRY
030190     IF WS-ANOTHER-ENTRY = "Y" OR WS-ANOTHER-ENTRY = "y"
030200         IF NOT SKIP-THIS-RECORD
030210             DISPLAY "Same customer? (Y/N)"
030220             ACCEPT WS-SAME-CUST-ENTRY
030230             IF WS-SAME-CUST-ENTRY = "Y"
030240                     OR WS-SAME-CUST-ENTRY = "y"
030250                 MOVE "Y" TO WS-KEEP-CUSTOMER-SWITCH
030260             END-IF
030270         END-IF
030280         IF NOT KEEP-SAME-CUSTOMER
030290             PERFORM 7100-PRINT-CUSTOMER-SUBTOTAL THRU 7100-EXIT
030300         END-IF
030310     ELSE
030320         MOVE "N" TO WS-MORE-RECORDS-SWITCH
030330     END-IF.
030340 7000-EXIT.
030350     EXIT.
030360
030370 7100-PRINT-CUSTOMER-SUBTOTAL.
030380     IF WS-CUST-ENTRY-COUNT > ZERO
030390         IF WS-LINE-COUNT = ZERO OR
030400                 WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
030410             PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
030420         END-IF
030430         MOVE WS-FULL-NAME TO PS-FULL-NAME
030440         MOVE WS-SESSION-SUBTOTAL TO PS-SUBTOTAL
030450         WRITE PRINT-LINE FROM PRINT-SUBTOTAL-LINE
030460         ADD 1 TO WS-LINE-COUNT
030470     END-IF
030480     MOVE ZERO TO WS-SESSION-SUBTOTAL
030490     MOVE ZERO TO WS-CUST-ENTRY-COUNT.
030500 7100-EXIT.
030510     EXIT.
030520
030530 7200-PRINT-GRAND-TOTAL.
030540     IF WS-LINE-COUNT = ZERO OR
030550             WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
030560         PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
030570     END-IF
030580     MOVE WS-SESSION-GRAND-TOTAL TO PG-GRAND-TOTAL
030590     WRITE PRINT-LINE FROM PRINT-GRAND-TOTAL-LINE
030600     ADD 1 TO WS-LINE-COUNT.
030610 7200-EXIT.
030620     EXIT.
030630
030640 7500-ADD-TO-SESSION-TOTALS.
030650     ADD WS-ADDED-NUMBERS TO WS-SESSION-SUBTOTAL
030660         ON SIZE ERROR
030670             CONTINUE
030680     END-ADD
030690     ADD WS-ADDED-NUMBERS TO WS-SESSION-GRAND-TOTAL
030700         ON SIZE ERROR
030710             CONTINUE
030720     END-ADD
030730     ADD 1 TO WS-CUST-ENTRY-COUNT
030740     ADD 1 TO WS-SESSION-ENTRY-COUNT.
030750 7500-EXIT.
030760     EXIT.
030770
030780*----------------------------------------------------------------
030790* 8000 SERIES - CALENDAR ARITHMETIC
030800* Turns WS-DW-DATE (YYMMDD, years 2000-2099) into a running
030810* day number in WS-DW-DAY-NUMBER - 365 per year, the leap
030820* days before the year, the month offset, and the day, less
030830* one when the date falls before March of a leap year - so
030840* two dates subtract to an age in days.
030850*----------------------------------------------------------------
030860 8000-DATE-TO-DAY-NUMBER.
030870     IF WS-DW-MONTH < 1 OR WS-DW-MONTH > 12
030880         MOVE 1 TO WS-DW-MONTH
030890     END-IF
030900     MULTIPLY WS-DW-YEAR BY 365 GIVING WS-DW-DAY-NUMBER
030910     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-LEAP-QUOT
030920     ADD WS-DW-LEAP-QUOT TO WS-DW-DAY-NUMBER
030930     ADD WS-MONTH-OFFSET (WS-DW-MONTH) TO WS-DW-DAY-NUMBER
030940     ADD WS-DW-DAY TO WS-DW-DAY-NUMBER
030950     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-LEAP-QUOT
030960         REMAINDER WS-DW-LEAP-REM
030970     IF WS-DW-LEAP-REM = ZERO AND WS-DW-MONTH < 3
030980         SUBTRACT 1 FROM WS-DW-DAY-NUMBER
030990     END-IF.
031000 8000-EXIT.
031010     EXIT.
031020
031030*----------------------------------------------------------------
031040* 9000 SERIES - END OF RUN
031050*----------------------------------------------------------------
031060 9000-FINISH-UP.
031070     IF RUN-ABORTED
031080         IF BATCH-MODE-ACTIVE
031090             DISPLAY "BATCH RUN REFUSED - NOTHING POSTED"
031100         ELSE
031110             DISPLAY "SESSION REFUSED - NOTHING POSTED"
031120         END-IF
031130     ELSE
031140     IF BATCH-MODE-ACTIVE
031150         DISPLAY "BATCH RUN COMPLETE - " WS-RECORD-COUNT
031160             " RECORD(S) PROCESSED"
031170         IF WS-REJECT-COUNT > ZERO
031180             DISPLAY WS-REJECT-COUNT
031190                 " RECORD(S) WRITTEN TO REJECT FILE"
031200         END-IF
031210         IF NOT RERUN-MODE-ACTIVE
031220             MOVE ZERO TO CK-LAST-RECORD-NUMBER
031230             MOVE WS-FILE-BATCH-ID TO CK-BATCH-ID
031240             OPEN OUTPUT CHECKPOINT-FILE
031250             WRITE CHECKPOINT-RECORD
031260             CLOSE CHECKPOINT-FILE
031270             PERFORM 9100-REGISTER-BATCHES THRU 9100-EXIT
031280         END-IF
031290         CLOSE REJECT-OUT-FILE
031300         CLOSE REJECT-SUSPENSE-FILE
031310     ELSE
031320         IF WS-SESSION-ENTRY-COUNT > ZERO
031330             PERFORM 7100-PRINT-CUSTOMER-SUBTOTAL THRU 7100-EXIT
031340             PERFORM 7200-PRINT-GRAND-TOTAL THRU 7200-EXIT
031350         END-IF
031360         DISPLAY "Press any key to close"
031370         ACCEPT WS-CLOSE
031380     END-IF
031390     END-IF
031400     IF NOT RUN-ABORTED
031410         PERFORM 9200-PRINT-CONTROL-TOTALS THRU 9200-EXIT
031420     END-IF
031430     DISPLAY "Goodbye!"
031440     IF NOT RUN-ABORTED
031450         CLOSE TRANS-OUT-FILE
031460         CLOSE PRINT-FILE
031470         CLOSE EXTRACT-FILE
031480     END-IF
031490     CLOSE AUDIT-FILE
031500     CLOSE BATCH-IN-FILE
031510     IF RERUN-MODE-ACTIVE
031520         CLOSE REJECT-IN-FILE
031530     END-IF
031540     IF HISTORY-IS-OPEN
031550         CLOSE TRANS-HISTORY-FILE
031560     END-IF
031570     IF POSTWORK-IS-OPEN
031580         CLOSE POSTED-WORK-FILE
031590     END-IF
031600     CLOSE CUSTOMER-MASTER-FILE
031610     PERFORM 9900-SIGN-OFF THRU 9900-EXIT.
031620 9000-EXIT.
031630     EXIT.
031640
031650*----------------------------------------------------------------
031660* Each batch group that posted on this run is recorded in the
031670* processed-batch register so the same batch ID presented
031680* again is refused. Refused groups are not registered: their
031690* departments are expected to re-present them corrected.
031700*----------------------------------------------------------------
031710 9100-REGISTER-BATCHES.
031720     OPEN EXTEND BATCH-REGISTER-FILE
031730     IF WS-BATCHREG-STATUS = "00" OR WS-BATCHREG-STATUS = "05"
031740         PERFORM 9150-REGISTER-ONE-BATCH THRU 9150-EXIT
031750             VARYING WS-GROUP-SUB FROM 1 BY 1
031760             UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
031770         CLOSE BATCH-REGISTER-FILE
031780     ELSE
031790         DISPLAY "UNABLE TO UPDATE BATCH REGISTER, STATUS "
031800             WS-BATCHREG-STATUS
031810     END-IF.
031820 9100-EXIT.
031830     EXIT.
031840
031850 9150-REGISTER-ONE-BATCH.
031860     IF GROUP-IS-POSTABLE (WS-GROUP-SUB)
031870         MOVE GT-BATCH-ID (WS-GROUP-SUB) TO BG-BATCH-ID
031880         WRITE REGISTER-RECORD
031890     END-IF.
031900 9150-EXIT.
031910     EXIT.
031920
031930*----------------------------------------------------------------
031940* Control-totals page at the end of the daily report: what came
031950* in, what posted, what fell out and why, posted counts by
031960* operation, and the value written against the value read.
031970*----------------------------------------------------------------
031980 9200-PRINT-CONTROL-TOTALS.
031990     PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
032000     WRITE PRINT-LINE FROM CONTROL-HEADING-LINE
032010     MOVE SPACES TO CONTROL-COUNT-LINE
032020     MOVE "RECORDS READ:" TO CC-LABEL
032030     MOVE WS-RECORD-COUNT TO CC-COUNT
032040     WRITE PRINT-LINE FROM CONTROL-COUNT-LINE
032050     MOVE SPACES TO CONTROL-COUNT-LINE
032060     MOVE "RECORDS POSTED:" TO CC-LABEL
032070     MOVE WS-POSTED-COUNT TO CC-COUNT
032080     WRITE PRINT-LINE FROM CONTROL-COUNT-LINE
032090     MOVE SPACES TO CONTROL-COUNT-LINE
032100     MOVE "RECORDS SKIPPED:" TO CC-LABEL
032110     MOVE WS-SKIPPED-COUNT TO CC-COUNT
032120     WRITE PRINT-LINE FROM CONTROL-COUNT-LINE
032130     MOVE SPACES TO CONTROL-COUNT-LINE
032140     MOVE "CALCULATION ERRORS:" TO CC-LABEL
032150     MOVE WS-CALC-ERROR-COUNT TO CC-COUNT
032160     WRITE PRINT-LINE FROM CONTROL-COUNT-LINE
032170     PERFORM 9210-PRINT-ONE-OP-TOTAL THRU 9210-EXIT
032180         VARYING WS-OP-SUB FROM 1 BY 1
032190         UNTIL WS-OP-SUB > 5
032200     MOVE SPACES TO CONTROL-VALUE-LINE
032210     MOVE "VALUE WRITTEN TO RESULTS:" TO CV-LABEL
032220     MOVE WS-RESULT-VALUE-TOTAL TO CV-VALUE
032230     WRITE PRINT-LINE FROM CONTROL-VALUE-LINE
032240     MOVE SPACES TO CONTROL-VALUE-LINE
032250     MOVE "VALUE READ AS INPUT:" TO CV-LABEL
032260     MOVE WS-INPUT-VALUE-TOTAL TO CV-VALUE
032270     WRITE PRINT-LINE FROM CONTROL-VALUE-LINE
032280     IF WS-GROUP-COUNT > ZERO
032290         PERFORM 9220-PRINT-ONE-BATCH-TOTAL THRU 9220-EXIT
032300             VARYING WS-GROUP-SUB FROM 1 BY 1
032310             UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
032320     END-IF.
032330 9200-EXIT.
032340     EXIT.
032350
032360 9210-PRINT-ONE-OP-TOTAL.
032370     MOVE SPACES TO CONTROL-COUNT-LINE
032380     EVALUATE WS-OP-SUB
032390         WHEN 1
032400             MOVE "  POSTED AS ADD:" TO CC-LABEL
032410         WHEN 2
032420             MOVE "  POSTED AS SUBTRACT:" TO CC-LABEL
032430         WHEN 3
032440             MOVE "  POSTED AS MULTIPLY:" TO CC-LABEL
032450         WHEN 4
032460             MOVE "  POSTED AS DIVIDE:" TO CC-LABEL
032470         WHEN 5
032480             MOVE "  POSTED AS REVERSAL:" TO CC-LABEL
032490     END-EVALUATE
032500     MOVE WS-OP-POSTED-COUNT (WS-OP-SUB) TO CC-COUNT
032510     WRITE PRINT-LINE FROM CONTROL-COUNT-LINE.
032520 9210-EXIT.
032530     EXIT.
032540
032550*----------------------------------------------------------------
032560* One control-totals section per batch group: what the group
032570* carried, what posted, what rejected, and the value posted,
032580* or a REFUSED marker where the group failed validation.
032590*----------------------------------------------------------------
032600 9220-PRINT-ONE-BATCH-TOTAL.
032610     MOVE GT-BATCH-ID (WS-GROUP-SUB) TO CB-BATCH-ID
032620     IF GROUP-IS-POSTABLE (WS-GROUP-SUB)
032630         MOVE "POSTED" TO CB-BATCH-STATUS
032640     ELSE
032650         MOVE "REFUSED" TO CB-BATCH-STATUS
032660     END-IF
032670     WRITE PRINT-LINE FROM CONTROL-BATCH-LINE
032680     MOVE SPACES TO CONTROL-COUNT-LINE
032690     MOVE "  RECORDS IN BATCH:" TO CC-LABEL
032700     MOVE GT-TALLY-COUNT (WS-GROUP-SUB) TO CC-COUNT
032710     WRITE PRINT-LINE FROM CONTROL-COUNT-LINE
032720     IF GROUP-IS-POSTABLE (WS-GROUP-SUB)
032730         MOVE SPACES TO CONTROL-COUNT-LINE
032740         MOVE "  RECORDS POSTED:" TO CC-LABEL
032750         MOVE GT-POSTED-COUNT (WS-GROUP-SUB) TO CC-COUNT
032760         WRITE PRINT-LINE FROM CONTROL-COUNT-LINE
032770         MOVE SPACES TO CONTROL-COUNT-LINE
032780         MOVE "  RECORDS REJECTED:" TO CC-LABEL
032790         MOVE GT-REJECT-COUNT (WS-GROUP-SUB) TO CC-COUNT
032800         WRITE PRINT-LINE FROM CONTROL-COUNT-LINE
032810         MOVE SPACES TO CONTROL-VALUE-LINE
032820         MOVE "  VALUE POSTED:" TO CV-LABEL
032830         MOVE GT-VALUE-TOTAL (WS-GROUP-SUB) TO CV-VALUE
032840         WRITE PRINT-LINE FROM CONTROL-VALUE-LINE
032850     END-IF.
032860 9220-EXIT.
032870     EXIT.
032880
032890*----------------------------------------------------------------
032900* Condition code for the scheduler: 0 = clean, 4 = completed
032910* with records skipped, in error, or a batch group refused,
032920* 8 = input was read but
032930* nothing posted, 16 = run refused before anything posted.
032940* Records skipped past on a checkpoint restart posted on the
032950* earlier run, so they do not count toward the nothing-posted
032960* test.
032970*----------------------------------------------------------------
032980 9300-SET-RETURN-CODE.
032990     EVALUATE TRUE
033000         WHEN RUN-ABORTED
033010             MOVE 16 TO WS-RETURN-SEVERITY
033020         WHEN WS-RECORD-COUNT > WS-SKIP-COUNT
033030                 AND WS-POSTED-COUNT = ZERO
033040             MOVE 8 TO WS-RETURN-SEVERITY
033050         WHEN WS-SKIPPED-COUNT > ZERO
033060                 OR WS-CALC-ERROR-COUNT > ZERO
033070                 OR WS-REFUSED-GROUP-COUNT > ZERO
033080             MOVE 4 TO WS-RETURN-SEVERITY
033090         WHEN OTHER
033100             MOVE ZERO TO WS-RETURN-SEVERITY
033110     END-EVALUATE
033120     IF WS-RETURN-SEVERITY > ZERO
033130         DISPLAY "RUN ENDED WITH CONDITION CODE "
033140             WS-RETURN-SEVERITY
033150     END-IF
033160     MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
033170 9300-EXIT.
033180     EXIT.
033190
033200*----------------------------------------------------------------
033210* Last act of the run: append the completion record to the
033220* shared run log so the morning status report can prove the
033230* job ran and how it ended.
033240*----------------------------------------------------------------
033250 9400-WRITE-RUN-LOG.
033260     OPEN EXTEND RUN-LOG-FILE
033270     IF WS-RUNLOG-STATUS NOT = "00"
033280             AND WS-RUNLOG-STATUS NOT = "05"
033290         OPEN OUTPUT RUN-LOG-FILE
033300     END-IF
033310     IF WS-RUNLOG-STATUS = "00" OR WS-RUNLOG-STATUS = "05"
033320         MOVE SPACES TO RUN-LOG-RECORD
033330         MOVE "PRACTICE-ROOM" TO RL-PROGRAM-NAME
033340         MOVE WS-RUN-DATE TO RL-PROCESS-DATE
033350         MOVE WS-START-TIME TO RL-START-TIME
033360         ACCEPT RL-END-TIME FROM TIME
033370         MOVE WS-RECORD-COUNT TO RL-READ-COUNT
033380         MOVE WS-POSTED-COUNT TO RL-POSTED-COUNT
033390         ADD WS-SKIPPED-COUNT WS-CALC-ERROR-COUNT
033400             GIVING RL-ERROR-COUNT
033410         MOVE WS-RETURN-SEVERITY TO RL-CONDITION-CODE
033420         WRITE RUN-LOG-RECORD
033430         CLOSE RUN-LOG-FILE
033440     ELSE
033450         DISPLAY "UNABLE TO UPDATE RUN LOG, STATUS "
033460             WS-RUNLOG-STATUS
033470     END-IF.
033480 9400-EXIT.
033490     EXIT.
033500
033510*----------------------------------------------------------------
033520* 9500 SERIES - BATCH ACKNOWLEDGMENT FILE
033530*----------------------------------------------------------------
033540* One /H ... /T section per control group the validation pass
033550* found, in BATCHIN order, rewritten on every batch run that got
033560* that far. A group refused on its own controls carries its
033570* reason; when the whole run was refused every group not
033580* already refused is reported refused with reason RF. For a
033590* group that posted, its rejects are read back from this run's
033600* REJECTS (closed by 9000) and its trailer counts the reject
033610* lines listed, so a restarted run still acknowledges the
033620* rejects written before the restart; its posted count and
033630* value were carried across the restart on the checkpoint
033640* (1320), so they cover the same records. A REJIN rerun does not
033650* touch BATCHACK: its rejects came from groups acknowledged on
033660* the original run.
033670*----------------------------------------------------------------
033680 9500-WRITE-ACKNOWLEDGMENTS.
033690     IF BATCH-MODE-ACTIVE AND NOT RERUN-MODE-ACTIVE
033700             AND WS-GROUP-COUNT > ZERO
033710         OPEN OUTPUT BATCH-ACK-FILE
033720         IF WS-BATCHACK-STATUS = "00"
033730             PERFORM 9510-ACK-ONE-GROUP THRU 9510-EXIT
033740                 VARYING WS-GROUP-SUB FROM 1 BY 1
033750                 UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
033760             CLOSE BATCH-ACK-FILE
033770         ELSE
033780             DISPLAY "UNABLE TO WRITE BATCHACK, STATUS "
033790                 WS-BATCHACK-STATUS
033800         END-IF
033810     END-IF.
033820 9500-EXIT.
033830     EXIT.
033840
033850 9510-ACK-ONE-GROUP.
033860     MOVE SPACES TO ACK-HEADER-RECORD
033870     MOVE "/H" TO AH-RECORD-TYPE
033880     MOVE GT-BATCH-ID (WS-GROUP-SUB) TO AH-BATCH-ID
033890     MOVE WS-RUN-DATE TO AH-PROCESS-DATE
033900     EVALUATE TRUE
033910         WHEN GROUP-WAS-REFUSED (WS-GROUP-SUB)
033920             MOVE "R" TO AH-GROUP-STATUS
033930             MOVE GT-REFUSAL-REASON (WS-GROUP-SUB)
033940                 TO AH-REFUSAL-REASON
033950         WHEN RUN-ABORTED
033960             MOVE "R" TO AH-GROUP-STATUS
033970             MOVE "RF" TO AH-REFUSAL-REASON
033980         WHEN OTHER
033990             MOVE "A" TO AH-GROUP-STATUS
034000     END-EVALUATE
034010     MOVE AH-GROUP-STATUS TO WS-ACK-GROUP-STATUS
034020     WRITE ACK-HEADER-RECORD
034030     MOVE ZERO TO WS-ACK-REJECT-COUNT
034040     IF WS-ACK-GROUP-STATUS = "A"
034050         PERFORM 9520-ACK-GROUP-REJECTS THRU 9520-EXIT
034060     END-IF
034070     MOVE SPACES TO ACK-TRAILER-RECORD
034080     MOVE "/T" TO AT-RECORD-TYPE
034090     MOVE GT-BATCH-ID (WS-GROUP-SUB) TO AT-BATCH-ID
034100     MOVE GT-TALLY-COUNT (WS-GROUP-SUB) TO AT-READ-COUNT
034110     IF WS-ACK-GROUP-STATUS = "A"
034120         MOVE GT-POSTED-COUNT (WS-GROUP-SUB) TO AT-POSTED-COUNT
034130         MOVE WS-ACK-REJECT-COUNT TO AT-REJECTED-COUNT
034140         MOVE GT-VALUE-TOTAL (WS-GROUP-SUB) TO AT-VALUE-TOTAL
034150     ELSE
034160         MOVE ZERO TO AT-POSTED-COUNT
034170         MOVE ZERO TO AT-REJECTED-COUNT
034180         MOVE ZERO TO AT-VALUE-TOTAL
034190     END-IF
034200     WRITE ACK-TRAILER-RECORD.
034210 9510-EXIT.
034220     EXIT.
034230
034240 9520-ACK-GROUP-REJECTS.
034250     OPEN INPUT REJECT-OUT-FILE
034260     IF WS-REJOUT-STATUS = "00"
034270         MOVE "N" TO WS-SCAN-DONE-SWITCH
034280         PERFORM 9530-ACK-ONE-REJECT THRU 9530-EXIT
034290             UNTIL SCAN-IS-DONE
034300         CLOSE REJECT-OUT-FILE
034310     ELSE
034320         DISPLAY "UNABLE TO READ REJECTS FOR BATCHACK, STATUS "
034330             WS-REJOUT-STATUS
034340     END-IF.
034350 9520-EXIT.
034360     EXIT.
034370
034380 9530-ACK-ONE-REJECT.
034390     READ REJECT-OUT-FILE
034400         AT END
034410             MOVE "Y" TO WS-SCAN-DONE-SWITCH
034420     END-READ
034430     EVALUATE TRUE
034440         WHEN SCAN-IS-DONE
034450             CONTINUE
034460         WHEN WS-REJOUT-STATUS NOT = "00"
034470             DISPLAY "I-O ERROR READING REJECTS, STATUS "
034480                 WS-REJOUT-STATUS
034490             MOVE "Y" TO WS-SCAN-DONE-SWITCH
034500         WHEN RJO-BATCH-ID = GT-BATCH-ID (WS-GROUP-SUB)
034510             MOVE "/R" TO AJ-RECORD-TYPE
034520             MOVE RJO-BATCH-ID TO AJ-BATCH-ID
034530             MOVE RJO-RECORD-NUMBER TO AJ-RECORD-NUMBER
034540             MOVE RJO-REASON-CODE TO AJ-REASON-CODE
034550             MOVE RJO-BATCH-IMAGE TO AJ-BATCH-IMAGE
034560             WRITE ACK-REJECT-RECORD
034570             ADD 1 TO WS-ACK-REJECT-COUNT
034580         WHEN OTHER
034590             CONTINUE
034600     END-EVALUATE.
034610 9530-EXIT.
034620     EXIT.
034630
034640*----------------------------------------------------------------
034650* The sign-off is logged, and the operator files closed, last.
034660*----------------------------------------------------------------
034670 9900-SIGN-OFF.
034680     IF SO-SIGNED-ON
034690         MOVE "O" TO SO-EVENT
034700         MOVE SO-OPERATOR-ID TO SO-ID-ENTRY
034710         PERFORM 1540-LOG-SIGN-ON-EVENT THRU 1540-EXIT
034720     END-IF
034730     IF SO-FILES-ARE-OPEN
034740         CLOSE SIGN-ON-LOG-FILE
034750         CLOSE OPERATOR-FILE
034760         MOVE "N" TO SO-FILES-OPEN-SWITCH
034770     END-IF.
034780 9900-EXIT.
034790     EXIT.
034800
034810 END PROGRAM PRACTICE-ROOM.
