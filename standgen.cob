000010*****************************************************************
000020*Date October 15, 2026
000030*Purpose: Writes the standing instructions due on the process
000040*         date to BATCHIN as one controlled batch group
000050*Tectonics: cobc
000060*----------------------------------------------------------------
000070*Modification History:
000080* 2026-10-15 DL   - Initial version. Runs ahead of PRACTICE-ROOM
000090*            for the process date (optional RUNPARM, default
000100*            the system date). Every active instruction on the
000110*            standing instruction master (STNDINST) whose
000120*            schedule fell due on or before the process date,
000130*            and after the date it was last generated, becomes
000140*            one data record - the customer's names from
000150*            CUSTMAST, the operation, and both numbers - in a
000160*            /H ... /T group with batch ID SI and the process
000170*            date, appended to BATCHIN with its count and hash
000180*            total. PRACTICE-ROOM then posts the group like any
000190*            department's batch, and the processed-batch
000200*            register (BATCHREG) refuses it a second time; a
000210*            batch ID already registered, or already on BATCHIN,
000220*            writes nothing. Customers not on file or inactive
000230*            are skipped and listed. Each instruction is marked
000240*            with the process date only once its group is
000250*            complete on BATCHIN. The list of what was generated
000260*            and skipped goes to STNDLIST. Condition codes follow
000270*            the house convention - 0 clean, 4 instructions
000280*            skipped or the group already generated, 8 failed
000290*            mid-run, 16 no customer master or BATCHIN not
000300*            writable - and the run appends a completion record
000310*            to the shared run log (RUNLOG).
000320* 2026-10-15 DL   - An instruction for a customer merged into
000330*            another is generated under the survivor's names
000340*            instead of being skipped as inactive every run.
000350*            BATCHIN carries only names, so an entry is written
000360*            only when PRACTICE-ROOM's own name lookup would land
000370*            on the instruction's customer; one whose name is
000380*            shared with another customer earlier on the
000390*            last-name key is listed as skipped. Action column
000400*            widened to hold the longer messages.
000410* 2026-10-15 DL   - PRACTICE-ROOM does not run its suspected-
000420*            duplicate check on records of an SI group, since an
000430*            instruction posts the same customer, operation, and
000440*            numbers every time it falls due. The batch register
000450*            is what stops an SI group posting twice, so the
000460*            batch ID must keep the SI prefix.
000470*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. STAND-GEN.
000500 AUTHOR. DATA-PROCESSING-TEAM.
000510 INSTALLATION. TRAINING-DEPT.
000520 DATE-WRITTEN. OCTOBER 15, 2026.
000530 DATE-COMPILED.
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT OPTIONAL STANDING-INSTR-FILE ASSIGN TO "STNDINST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS SI-KEY
000610         FILE STATUS IS WS-STNDINST-STATUS.
000620
000630     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS CM-CUSTOMER-NUMBER
000670         ALTERNATE RECORD KEY IS CM-LAST-NAME
000680             WITH DUPLICATES
000690         FILE STATUS IS WS-CUSTMAST-STATUS.
000700
000710     SELECT OPTIONAL BATCH-IN-FILE ASSIGN TO "BATCHIN"
000720         FILE STATUS IS WS-BATCH-STATUS.
000730
000740     SELECT OPTIONAL BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-BATCHREG-STATUS.
000770
000780     SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-RUNPARM-STATUS.
000810
000820     SELECT STAND-PRINT-FILE ASSIGN TO "STNDLIST"
000830         ORGANIZATION IS LINE SEQUENTIAL.
000840
000850     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-RUNLOG-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  STANDING-INSTR-FILE.
000920     COPY STNDINST.
000930
000940 FD  CUSTOMER-MASTER-FILE.
000950     COPY CUSTREC.
000960
000970*    Same layout PRACTICE-ROOM reads. The number entries are
000980*    written sign, nineteen digits, point, nineteen digits, which
000990*    its number edit accepts as keyed.
001000 FD  BATCH-IN-FILE.
001010 01  BATCH-USER-RECORD.
001020     05  BR-FIRST-NAME        PIC A(20).
001030     05  BR-LAST-NAME         PIC A(20).
001040     05  BR-FIRST-NUMBER-ENTRY
001050                              PIC X(40).
001060     05  BR-SECOND-NUMBER-ENTRY
001070                              PIC X(40).
001080     05  BR-OPERATION-CODE    PIC 9(01).
001090 01  BATCH-HEADER-RECORD.
001100     05  BH-RECORD-TYPE       PIC X(02).
001110         88  BATCH-HEADER-REC     VALUE "/H".
001120         88  BATCH-TRAILER-REC    VALUE "/T".
001130     05  BH-BATCH-ID          PIC X(08).
001140     05  BH-CREATION-DATE     PIC 9(08).
001150     05  FILLER               PIC X(103).
001160 01  BATCH-TRAILER-RECORD.
001170     05  BT-RECORD-TYPE       PIC X(02).
001180     05  BT-RECORD-COUNT      PIC 9(09).
001190     05  BT-HASH-TOTAL-ENTRY  PIC X(40).
001200     05  FILLER               PIC X(70).
001210
001220 FD  BATCH-REGISTER-FILE.
001230 01  REGISTER-RECORD.
001240     05  BG-BATCH-ID          PIC X(08).
001250
001260 FD  RUN-PARM-FILE.
001270 01  RUN-PARM-RECORD.
001280     05  RP-PROCESS-DATE      PIC X(06).
001290     05  FILLER               PIC X(08).
001300
001310 FD  STAND-PRINT-FILE.
001320 01  STAND-PRINT-LINE         PIC X(132).
001330
001340 FD  RUN-LOG-FILE.
001350     COPY RUNREC.
001360
001370 WORKING-STORAGE SECTION.
001380 01  WS-SWITCHES.
001390     05  WS-MORE-RECORDS-SWITCH    PIC X(01) VALUE "Y".
001400         88  MORE-RECORDS-REMAIN       VALUE "Y".
001410         88  NO-MORE-RECORDS           VALUE "N".
001420     05  WS-RUN-USABLE-SWITCH      PIC X(01) VALUE "Y".
001430         88  RUN-IS-USABLE             VALUE "Y".
001440     05  WS-RUN-FAILED-SWITCH      PIC X(01) VALUE "N".
001450         88  RUN-HAS-FAILED            VALUE "Y".
001460     05  WS-ALREADY-DONE-SWITCH    PIC X(01) VALUE "N".
001470         88  BATCH-ALREADY-DONE        VALUE "Y".
001480     05  WS-SCAN-DONE-SWITCH       PIC X(01) VALUE "N".
001490         88  SCAN-IS-DONE              VALUE "Y".
001500     05  WS-BATCH-OPEN-SWITCH      PIC X(01) VALUE "N".
001510         88  BATCHIN-IS-OPEN           VALUE "Y".
001520     05  WS-HEADER-WRITTEN-SWITCH  PIC X(01) VALUE "N".
001530         88  HEADER-WAS-WRITTEN        VALUE "Y".
001540     05  WS-DUE-SWITCH             PIC X(01) VALUE "N".
001550         88  INSTRUCTION-IS-DUE        VALUE "Y".
001560     05  WS-DUE-FOUND-SWITCH       PIC X(01) VALUE "N".
001570         88  DUE-DATE-WAS-FOUND        VALUE "Y".
001580     05  WS-TABLE-FULL-SWITCH      PIC X(01) VALUE "N".
001590         88  DUE-TABLE-IS-FULL         VALUE "Y".
001600
001610 01  WS-FILE-STATUSES.
001620     05  WS-STNDINST-STATUS        PIC X(02).
001630     05  WS-CUSTMAST-STATUS        PIC X(02).
001640     05  WS-BATCH-STATUS           PIC X(02).
001650     05  WS-BATCHREG-STATUS        PIC X(02).
001660     05  WS-RUNPARM-STATUS         PIC X(02).
001670     05  WS-RUNLOG-STATUS          PIC X(02).
001680
001690 01  WS-RUN-DATE               PIC 9(06).
001700 77  WS-START-TIME             PIC 9(08) VALUE ZERO.
001710
001720*    The generated group's batch ID: SI and the process date.
001730 01  WS-GEN-BATCH-ID.
001740     05  FILLER                PIC X(02) VALUE "SI".
001750     05  WS-GB-DATE            PIC 9(06).
001760
001770 77  WS-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
001780 77  WS-GENERATED-COUNT        PIC 9(09) COMP VALUE ZERO.
001790 77  WS-SKIPPED-COUNT          PIC 9(09) COMP VALUE ZERO.
001800 77  WS-SUSPENDED-COUNT        PIC 9(09) COMP VALUE ZERO.
001810 77  WS-NOT-DUE-COUNT          PIC 9(09) COMP VALUE ZERO.
001820 77  WS-RETURN-SEVERITY        PIC 9(02) COMP VALUE ZERO.
001830 77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
001840 77  WS-PAGE-NUMBER            PIC 9(03) COMP VALUE 1.
001850 77  WS-MAX-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.
001860 77  WS-HASH-TOTAL             PIC S9(19)V9(19) COMP-3
001870                                   VALUE ZERO.
001880
001890*    Instructions written to the group, marked generated once the
001900*    trailer is on BATCHIN.
001910 77  WS-MAX-DUE-ENTRIES        PIC 9(04) COMP VALUE 5000.
001920 77  WS-DUE-COUNT              PIC 9(04) COMP VALUE ZERO.
001930 77  WS-DUE-SUB                PIC 9(04) COMP VALUE ZERO.
001940 01  WS-DUE-TABLE.
001950     05  DT-ENTRY OCCURS 5000 TIMES.
001960         10  DT-KEY            PIC X(08).
001970
001980*    The scheduling arithmetic for one instruction: the most
001990*    recent date on or before the process date that its
002000*    frequency names, and the weekdays that fix it.
002010 77  WS-RUN-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
002020 77  WS-RUN-WEEKDAY            PIC 9(01) VALUE ZERO.
002030 77  WS-DUE-DATE               PIC 9(06) VALUE ZERO.
002040 77  WS-BACK-DAYS              PIC 9(02) COMP VALUE ZERO.
002050 77  WS-WEEKDAY                PIC 9(01) VALUE ZERO.
002060 77  WS-WEEK-WORK              PIC 9(07) COMP VALUE ZERO.
002070 77  WS-WEEK-QUOT              PIC 9(07) COMP VALUE ZERO.
002080 77  WS-WEEK-REM               PIC 9(01) VALUE ZERO.
002090 77  WS-MONTH-DAYS             PIC 9(02) VALUE ZERO.
002100
002110*    The customer an entry is generated for (the survivor, for
002120*    a merged customer), and the customer PRACTICE-ROOM would
002130*    post it to by name.
002140 77  WS-GEN-CUSTOMER-NUMBER    PIC 9(05) VALUE ZERO.
002150 77  WS-RESOLVED-NUMBER        PIC 9(05) VALUE ZERO.
002160 01  WS-GEN-NAMES.
002170     05  WS-GEN-LAST-NAME      PIC X(20).
002180     05  WS-GEN-FIRST-NAME     PIC X(20).
002190
002200*    A number written into a BATCHIN entry.
002210 01  WS-GEN-AMOUNT             PIC 9(19)V9(19).
002220 01  WS-GEN-AMOUNT-X REDEFINES WS-GEN-AMOUNT.
002230     05  WS-GA-INT             PIC X(19).
002240     05  WS-GA-DEC             PIC X(19).
002250 01  WS-GEN-ENTRY.
002260     05  WS-GE-SIGN            PIC X(01).
002270     05  WS-GE-INT             PIC X(19).
002280     05  WS-GE-POINT           PIC X(01) VALUE ".".
002290     05  WS-GE-DEC             PIC X(19).
002300 77  WS-GEN-NUMBER             PIC S9(19)V9(19) COMP-3
002310                                   VALUE ZERO.
002320
002330*    Calendar work fields: a YYMMDD date (window 2000-2099) is
002340*    turned into a running day number so two dates subtract to
002350*    a number of days.
002360 01  WS-DATE-WORK.
002370     05  WS-DW-DATE            PIC 9(06).
002380     05  WS-DW-SPLIT REDEFINES WS-DW-DATE.
002390         10  WS-DW-YEAR        PIC 9(02).
002400         10  WS-DW-MONTH       PIC 9(02).
002410         10  WS-DW-DAY         PIC 9(02).
002420     05  WS-DW-DAY-NUMBER      PIC 9(07) COMP.
002430     05  WS-DW-LEAP-REM        PIC 9(02) COMP.
002440     05  WS-DW-LEAP-QUOT       PIC 9(07) COMP.
002450
002460 01  WS-MONTH-OFFSET-VALUES.
002470     05  FILLER PIC X(12) VALUE "000031059090".
002480     05  FILLER PIC X(12) VALUE "120151181212".
002490     05  FILLER PIC X(12) VALUE "243273304334".
002500 01  WS-MONTH-OFFSETS REDEFINES WS-MONTH-OFFSET-VALUES.
002510     05  WS-MONTH-OFFSET       PIC 9(03) OCCURS 12 TIMES.
002520
002530 01  WS-MONTH-LENGTH-VALUES.
002540     05  FILLER PIC X(12) VALUE "312831303130".
002550     05  FILLER PIC X(12) VALUE "313130313031".
002560 01  WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTH-VALUES.
002570     05  WS-MONTH-LENGTH       PIC 9(02) OCCURS 12 TIMES.
002580
002590 01  STAND-HEADING-1.
002600     05  FILLER                PIC X(40) VALUE SPACES.
002610     05  FILLER                PIC X(40)
002620             VALUE "STANDING INSTRUCTIONS GENERATED".
002630     05  FILLER                PIC X(52) VALUE SPACES.
002640
002650 01  STAND-HEADING-2.
002660     05  FILLER                PIC X(14) VALUE "PROCESS DATE: ".
002670     05  SH2-RUN-DATE          PIC 9(06).
002680     05  FILLER                PIC X(10) VALUE SPACES.
002690     05  FILLER                PIC X(07) VALUE "BATCH: ".
002700     05  SH2-BATCH-ID          PIC X(08).
002710     05  FILLER                PIC X(10) VALUE SPACES.
002720     05  FILLER                PIC X(06) VALUE "PAGE: ".
002730     05  SH2-PAGE-NO           PIC ZZ9.
002740     05  FILLER                PIC X(68) VALUE SPACES.
002750
002760 01  STAND-HEADING-3.
002770     05  FILLER                PIC X(07) VALUE "CUST".
002780     05  FILLER                PIC X(05) VALUE "INST".
002790     05  FILLER                PIC X(22) VALUE "NAME".
002800     05  FILLER                PIC X(09) VALUE "OPERATION".
002810     05  FILLER                PIC X(18) VALUE SPACES.
002820     05  FILLER                PIC X(06) VALUE "NUMBER".
002830     05  FILLER                PIC X(20) VALUE SPACES.
002840     05  FILLER                PIC X(06) VALUE "NUMBER".
002850     05  FILLER                PIC X(06) VALUE " FREQ".
002860     05  FILLER                PIC X(08) VALUE "DUE".
002870     05  FILLER                PIC X(25) VALUE "ACTION".
002880
002890 01  STAND-DETAIL-LINE.
002900     05  SD-CUSTOMER-NUMBER    PIC 9(05).
002910     05  FILLER                PIC X(02) VALUE SPACES.
002920     05  SD-INSTRUCTION-NUMBER PIC 9(03).
002930     05  FILLER                PIC X(02) VALUE SPACES.
002940     05  SD-NAME               PIC X(20).
002950     05  FILLER                PIC X(02) VALUE SPACES.
002960     05  SD-OPERATION          PIC X(08).
002970     05  FILLER                PIC X(01) VALUE SPACES.
002980     05  SD-FIRST-NUMBER       PIC -(18)9.9(04).
002990     05  FILLER                PIC X(02) VALUE SPACES.
003000     05  SD-SECOND-NUMBER      PIC -(18)9.9(04).
003010     05  FILLER                PIC X(01) VALUE SPACES.
003020     05  SD-FREQUENCY          PIC X(01).
003030     05  SD-FREQUENCY-DAY      PIC Z9.
003040     05  FILLER                PIC X(02) VALUE SPACES.
003050     05  SD-DUE-DATE           PIC 9(06).
003060     05  FILLER                PIC X(02) VALUE SPACES.
003070     05  SD-ACTION             PIC X(25).
003080
003090 01  STAND-TOTAL-LINE.
003100     05  ST-LABEL              PIC X(30).
003110     05  ST-COUNT              PIC ZZZ,ZZZ,ZZ9.
003120     05  FILLER                PIC X(91) VALUE SPACES.
003130
003140 01  STAND-MESSAGE-LINE.
003150     05  SM-TEXT               PIC X(80).
003160     05  FILLER                PIC X(52) VALUE SPACES.
003170
003180 PROCEDURE DIVISION.
003190
003200 0000-MAINLINE.
003210     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003220     PERFORM 2000-PROCESS-ONE-INSTRUCTION THRU 2000-EXIT
003230         UNTIL NO-MORE-RECORDS
003240     IF RUN-IS-USABLE
003250         PERFORM 4000-CLOSE-BATCH-GROUP THRU 4000-EXIT
003260         PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT
003270     END-IF
003280     PERFORM 9000-FINISH-UP THRU 9000-EXIT
003290     GOBACK.
003300
003310*----------------------------------------------------------------
003320* 1000 SERIES - START OF RUN
003330*----------------------------------------------------------------
003340 1000-INITIALIZE.
003350     ACCEPT WS-START-TIME FROM TIME
003360     ACCEPT WS-RUN-DATE FROM DATE
003370     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT
003380     MOVE WS-RUN-DATE TO WS-GB-DATE
003390     MOVE WS-RUN-DATE TO WS-DW-DATE
003400     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT
003410     MOVE WS-DW-DAY-NUMBER TO WS-RUN-DAY-NUMBER
003420     PERFORM 8200-DAY-NUMBER-TO-WEEKDAY THRU 8200-EXIT
003430     MOVE WS-WEEKDAY TO WS-RUN-WEEKDAY
003440     OPEN INPUT CUSTOMER-MASTER-FILE
003450     IF WS-CUSTMAST-STATUS NOT = "00"
003460         DISPLAY "UNABLE TO OPEN CUSTOMER MASTER, STATUS "
003470             WS-CUSTMAST-STATUS
003480         MOVE "N" TO WS-RUN-USABLE-SWITCH
003490         MOVE 16 TO WS-RETURN-SEVERITY
003500     END-IF
003510     IF RUN-IS-USABLE
003520         OPEN I-O STANDING-INSTR-FILE
003530         IF WS-STNDINST-STATUS NOT = "00"
003540                 AND WS-STNDINST-STATUS NOT = "05"
003550             DISPLAY "UNABLE TO OPEN STANDING INSTRUCTIONS,"
003560                 " STATUS "
003570                 WS-STNDINST-STATUS
003580             CLOSE CUSTOMER-MASTER-FILE
003590             MOVE "N" TO WS-RUN-USABLE-SWITCH
003600             MOVE 16 TO WS-RETURN-SEVERITY
003610         END-IF
003620     END-IF
003630     IF RUN-IS-USABLE
003640         OPEN OUTPUT STAND-PRINT-FILE
003650         PERFORM 1100-CHECK-BATCH-REGISTER THRU 1100-EXIT
003660         IF NOT BATCH-ALREADY-DONE
003670             PERFORM 1200-CHECK-BATCHIN THRU 1200-EXIT
003680         END-IF
003690     END-IF
003700     IF RUN-IS-USABLE AND NOT BATCH-ALREADY-DONE
003710         MOVE ZERO TO SI-CUSTOMER-NUMBER
003720         MOVE ZERO TO SI-INSTRUCTION-NUMBER
003730         START STANDING-INSTR-FILE
003740             KEY IS NOT LESS THAN SI-KEY
003750             INVALID KEY
003760                 MOVE "N" TO WS-MORE-RECORDS-SWITCH
003770         END-START
003780     ELSE
003790         MOVE "N" TO WS-MORE-RECORDS-SWITCH
003800     END-IF.
003810 1000-EXIT.
003820     EXIT.
003830
003840 1050-READ-RUN-PARMS.
003850     OPEN INPUT RUN-PARM-FILE
003860     IF WS-RUNPARM-STATUS = "00" OR WS-RUNPARM-STATUS = "05"
003870         READ RUN-PARM-FILE
003880             AT END
003890                 CONTINUE
003900         END-READ
003910         IF WS-RUNPARM-STATUS = "00"
003920                 AND RP-PROCESS-DATE IS NUMERIC
003930             MOVE RP-PROCESS-DATE TO WS-RUN-DATE
003940             DISPLAY "PROCESS DATE SET TO " WS-RUN-DATE
003950                 " FROM RUNPARM"
003960         END-IF
003970         CLOSE RUN-PARM-FILE
003980     END-IF.
003990 1050-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------------
004030* A group already posted for this date is on the processed
004040* register; one already generated and waiting is on BATCHIN.
004050* Either way this run writes nothing.
004060*----------------------------------------------------------------
004070 1100-CHECK-BATCH-REGISTER.
004080     MOVE "N" TO WS-SCAN-DONE-SWITCH
004090     OPEN INPUT BATCH-REGISTER-FILE
004100     IF WS-BATCHREG-STATUS = "00" OR WS-BATCHREG-STATUS = "05"
004110         PERFORM 1150-READ-ONE-REGISTER THRU 1150-EXIT
004120             UNTIL SCAN-IS-DONE
004130         CLOSE BATCH-REGISTER-FILE
004140     END-IF
004150     IF BATCH-ALREADY-DONE
004160         DISPLAY "BATCH " WS-GEN-BATCH-ID " IS ALREADY ON THE"
004170             " PROCESSED REGISTER - NOTHING GENERATED"
004180         MOVE "BATCH ALREADY PROCESSED - NOTHING GENERATED"
004190             TO SM-TEXT
004200         PERFORM 5300-WRITE-MESSAGE-LINE THRU 5300-EXIT
004210         MOVE 4 TO WS-RETURN-SEVERITY
004220     END-IF.
004230 1100-EXIT.
004240     EXIT.
004250
004260 1150-READ-ONE-REGISTER.
004270     READ BATCH-REGISTER-FILE
004280         AT END
004290             MOVE "Y" TO WS-SCAN-DONE-SWITCH
004300     END-READ
004310     EVALUATE TRUE
004320         WHEN SCAN-IS-DONE
004330             CONTINUE
004340         WHEN WS-BATCHREG-STATUS NOT = "00"
004350             MOVE "Y" TO WS-SCAN-DONE-SWITCH
004360         WHEN BG-BATCH-ID = WS-GEN-BATCH-ID
004370             MOVE "Y" TO WS-ALREADY-DONE-SWITCH
004380             MOVE "Y" TO WS-SCAN-DONE-SWITCH
004390     END-EVALUATE.
004400 1150-EXIT.
004410     EXIT.
004420
004430 1200-CHECK-BATCHIN.
004440     MOVE "N" TO WS-SCAN-DONE-SWITCH
004450     OPEN INPUT BATCH-IN-FILE
004460     IF WS-BATCH-STATUS = "00" OR WS-BATCH-STATUS = "05"
004470         PERFORM 1250-READ-ONE-BATCHIN THRU 1250-EXIT
004480             UNTIL SCAN-IS-DONE
004490         CLOSE BATCH-IN-FILE
004500     END-IF
004510     IF BATCH-ALREADY-DONE
004520         DISPLAY "BATCH " WS-GEN-BATCH-ID " IS ALREADY ON BATCHIN"
004530             " - NOTHING GENERATED"
004540         MOVE "BATCH ALREADY ON BATCHIN - NOTHING GENERATED"
004550             TO SM-TEXT
004560         PERFORM 5300-WRITE-MESSAGE-LINE THRU 5300-EXIT
004570         MOVE 4 TO WS-RETURN-SEVERITY
004580     END-IF.
004590 1200-EXIT.
004600     EXIT.
004610
004620 1250-READ-ONE-BATCHIN.
004630     READ BATCH-IN-FILE
004640         AT END
004650             MOVE "Y" TO WS-SCAN-DONE-SWITCH
004660     END-READ
004670     EVALUATE TRUE
004680         WHEN SCAN-IS-DONE
004690             CONTINUE
004700         WHEN WS-BATCH-STATUS NOT = "00"
004710             MOVE "Y" TO WS-SCAN-DONE-SWITCH
004720         WHEN BATCH-HEADER-REC AND BH-BATCH-ID = WS-GEN-BATCH-ID
004730             MOVE "Y" TO WS-ALREADY-DONE-SWITCH
004740             MOVE "Y" TO WS-SCAN-DONE-SWITCH
004750     END-EVALUATE.
004760 1250-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------------
004800* 2000 SERIES - ONE INSTRUCTION
004810*----------------------------------------------------------------
004820 2000-PROCESS-ONE-INSTRUCTION.
004830     READ STANDING-INSTR-FILE NEXT RECORD
004840         AT END
004850             MOVE "N" TO WS-MORE-RECORDS-SWITCH
004860     END-READ
004870     EVALUATE TRUE
004880         WHEN NO-MORE-RECORDS
004890             CONTINUE
004900         WHEN WS-STNDINST-STATUS NOT = "00"
004910                 AND WS-STNDINST-STATUS NOT = "02"
004920             DISPLAY "READ ERROR ON STANDING INSTRUCTIONS,"
004930                 " STATUS "
004940                 WS-STNDINST-STATUS
004950             MOVE "Y" TO WS-RUN-FAILED-SWITCH
004960             MOVE "N" TO WS-MORE-RECORDS-SWITCH
004970         WHEN OTHER
004980             ADD 1 TO WS-READ-COUNT
004990             PERFORM 2100-SELECT-INSTRUCTION THRU 2100-EXIT
005000     END-EVALUATE.
005010 2000-EXIT.
005020     EXIT.
005030
005040 2100-SELECT-INSTRUCTION.
005050     IF SI-SUSPENDED
005060         ADD 1 TO WS-SUSPENDED-COUNT
005070     ELSE
005080         PERFORM 3000-CHECK-DUE THRU 3000-EXIT
005090         IF INSTRUCTION-IS-DUE
005100             PERFORM 2200-GENERATE-ENTRY THRU 2200-EXIT
005110         ELSE
005120             ADD 1 TO WS-NOT-DUE-COUNT
005130         END-IF
005140     END-IF.
005150 2100-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------
005190* A due instruction is posted only for a customer on file and
005200* active. A customer merged into another is posted under the
005210* survivor, the number PRACTICE-ROOM itself posts to in its
005220* place. BATCHIN carries only the names, and PRACTICE-ROOM posts
005230* to the first customer of that name on the last-name key, so
005240* the entry is written only if that same lookup lands on this
005250* customer. Anything skipped is listed and stays unmarked, so it
005260* is generated once the customer can be posted to again.
005270*----------------------------------------------------------------
005280 2200-GENERATE-ENTRY.
005290     MOVE ZERO TO WS-GEN-CUSTOMER-NUMBER
005300     MOVE SI-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
005310     READ CUSTOMER-MASTER-FILE
005320         INVALID KEY
005330             MOVE SPACES TO CM-FIRST-NAME CM-LAST-NAME
005340             PERFORM 5000-SET-DETAIL-COLUMNS THRU 5000-EXIT
005350             MOVE "SKIPPED - NOT ON FILE" TO SD-ACTION
005360             PERFORM 5100-WRITE-DETAIL-LINE THRU 5100-EXIT
005370             ADD 1 TO WS-SKIPPED-COUNT
005380         NOT INVALID KEY
005390             IF CM-CUST-INACTIVE AND CM-MERGED-INTO > ZERO
005400                 PERFORM 2210-FOLLOW-MERGE THRU 2210-EXIT
005410             END-IF
005420             IF CM-CUST-INACTIVE
005430                 PERFORM 5000-SET-DETAIL-COLUMNS THRU 5000-EXIT
005440                 MOVE "SKIPPED - INACTIVE" TO SD-ACTION
005450                 PERFORM 5100-WRITE-DETAIL-LINE THRU 5100-EXIT
005460                 ADD 1 TO WS-SKIPPED-COUNT
005470             ELSE
005480                 MOVE CM-CUSTOMER-NUMBER TO WS-GEN-CUSTOMER-NUMBER
005490             END-IF
005500     END-READ
005510     IF WS-GEN-CUSTOMER-NUMBER > ZERO
005520         PERFORM 2220-RESOLVE-BY-NAME THRU 2220-EXIT
005530         IF WS-RESOLVED-NUMBER = WS-GEN-CUSTOMER-NUMBER
005540             PERFORM 2300-WRITE-BATCH-ENTRY THRU 2300-EXIT
005550         ELSE
005560             MOVE WS-GEN-LAST-NAME TO CM-LAST-NAME
005570             MOVE WS-GEN-FIRST-NAME TO CM-FIRST-NAME
005580             PERFORM 5000-SET-DETAIL-COLUMNS THRU 5000-EXIT
005590             MOVE "SKIPPED - NAME NOT UNIQUE" TO SD-ACTION
005600             PERFORM 5100-WRITE-DETAIL-LINE THRU 5100-EXIT
005610             ADD 1 TO WS-SKIPPED-COUNT
005620         END-IF
005630     END-IF.
005640 2200-EXIT.
005650     EXIT.
005660
005670 2210-FOLLOW-MERGE.
005680     MOVE CM-MERGED-INTO TO CM-CUSTOMER-NUMBER
005690     READ CUSTOMER-MASTER-FILE
005700         INVALID KEY
005710             MOVE "I" TO CM-STATUS
005720     END-READ.
005730 2210-EXIT.
005740     EXIT.
005750
005760*----------------------------------------------------------------
005770* The lookup PRACTICE-ROOM makes for a batch entry: walk every
005780* customer sharing the last name until the first name matches,
005790* and follow that customer's merge to the survivor. The number
005800* it would post to is left in WS-RESOLVED-NUMBER (zero if no
005810* customer of that name is found).
005820*----------------------------------------------------------------
005830 2220-RESOLVE-BY-NAME.
005840     MOVE CM-LAST-NAME TO WS-GEN-LAST-NAME
005850     MOVE CM-FIRST-NAME TO WS-GEN-FIRST-NAME
005860     MOVE ZERO TO WS-RESOLVED-NUMBER
005870     MOVE "N" TO WS-SCAN-DONE-SWITCH
005880     START CUSTOMER-MASTER-FILE
005890         KEY IS EQUAL TO CM-LAST-NAME
005900         INVALID KEY
005910             MOVE "Y" TO WS-SCAN-DONE-SWITCH
005920     END-START
005930     PERFORM 2230-SCAN-ONE-NAMESAKE THRU 2230-EXIT
005940         UNTIL SCAN-IS-DONE.
005950 2220-EXIT.
005960     EXIT.
005970
005980 2230-SCAN-ONE-NAMESAKE.
005990     READ CUSTOMER-MASTER-FILE NEXT RECORD
006000         AT END
006010             MOVE "Y" TO WS-SCAN-DONE-SWITCH
006020     END-READ
006030     EVALUATE TRUE
006040         WHEN SCAN-IS-DONE
006050             CONTINUE
006060         WHEN WS-CUSTMAST-STATUS NOT = "00"
006070                 AND WS-CUSTMAST-STATUS NOT = "02"
006080             MOVE "Y" TO WS-SCAN-DONE-SWITCH
006090         WHEN CM-LAST-NAME NOT = WS-GEN-LAST-NAME
006100             MOVE "Y" TO WS-SCAN-DONE-SWITCH
006110         WHEN CM-FIRST-NAME = WS-GEN-FIRST-NAME
006120             MOVE CM-CUSTOMER-NUMBER TO WS-RESOLVED-NUMBER
006130             MOVE "Y" TO WS-SCAN-DONE-SWITCH
006140             IF CM-CUST-INACTIVE AND CM-MERGED-INTO > ZERO
006150                 PERFORM 2210-FOLLOW-MERGE THRU 2210-EXIT
006160                 IF NOT CM-CUST-INACTIVE
006170                     MOVE CM-CUSTOMER-NUMBER TO WS-RESOLVED-NUMBER
006180                 END-IF
006190             END-IF
006200     END-EVALUATE.
006210 2230-EXIT.
006220     EXIT.
006230
006240 2300-WRITE-BATCH-ENTRY.
006250     IF WS-DUE-COUNT >= WS-MAX-DUE-ENTRIES
006260         IF NOT DUE-TABLE-IS-FULL
006270             DISPLAY "MORE THAN " WS-MAX-DUE-ENTRIES
006280                 " INSTRUCTIONS DUE - THE REST WAIT FOR THE"
006290                 " NEXT RUN"
006300             MOVE "Y" TO WS-TABLE-FULL-SWITCH
006310         END-IF
006320         PERFORM 5000-SET-DETAIL-COLUMNS THRU 5000-EXIT
006330         MOVE "HELD - GROUP FULL" TO SD-ACTION
006340         PERFORM 5100-WRITE-DETAIL-LINE THRU 5100-EXIT
006350         ADD 1 TO WS-SKIPPED-COUNT
006360     ELSE
006370         IF NOT HEADER-WAS-WRITTEN
006380             PERFORM 2400-WRITE-BATCH-HEADER THRU 2400-EXIT
006390         END-IF
006400     END-IF
006410     IF HEADER-WAS-WRITTEN AND NOT DUE-TABLE-IS-FULL
006420         MOVE SPACES TO BATCH-USER-RECORD
006430         MOVE CM-FIRST-NAME TO BR-FIRST-NAME
006440         MOVE CM-LAST-NAME TO BR-LAST-NAME
006450         MOVE SI-FIRST-NUMBER TO WS-GEN-NUMBER
006460         PERFORM 2500-FORMAT-NUMBER-ENTRY THRU 2500-EXIT
006470         MOVE WS-GEN-ENTRY TO BR-FIRST-NUMBER-ENTRY
006480         MOVE SI-SECOND-NUMBER TO WS-GEN-NUMBER
006490         PERFORM 2500-FORMAT-NUMBER-ENTRY THRU 2500-EXIT
006500         MOVE WS-GEN-ENTRY TO BR-SECOND-NUMBER-ENTRY
006510         MOVE SI-OPERATION-CODE TO BR-OPERATION-CODE
006520         WRITE BATCH-USER-RECORD
006530         IF WS-BATCH-STATUS NOT = "00"
006540             DISPLAY "UNABLE TO WRITE BATCHIN, STATUS "
006550                 WS-BATCH-STATUS
006560             MOVE "Y" TO WS-RUN-FAILED-SWITCH
006570             MOVE "N" TO WS-MORE-RECORDS-SWITCH
006580         ELSE
006590             ADD SI-FIRST-NUMBER TO WS-HASH-TOTAL
006600                 ON SIZE ERROR
006610                     CONTINUE
006620             END-ADD
006630             ADD SI-SECOND-NUMBER TO WS-HASH-TOTAL
006640                 ON SIZE ERROR
006650                     CONTINUE
006660             END-ADD
006670             ADD 1 TO WS-DUE-COUNT
006680             MOVE SI-KEY TO DT-KEY (WS-DUE-COUNT)
006690             ADD 1 TO WS-GENERATED-COUNT
006700             PERFORM 5000-SET-DETAIL-COLUMNS THRU 5000-EXIT
006710             IF WS-GEN-CUSTOMER-NUMBER = SI-CUSTOMER-NUMBER
006720                 MOVE "GENERATED" TO SD-ACTION
006730             ELSE
006740                 STRING "GENERATED FOR " WS-GEN-CUSTOMER-NUMBER
006750                     DELIMITED BY SIZE INTO SD-ACTION
006760                 END-STRING
006770             END-IF
006780             PERFORM 5100-WRITE-DETAIL-LINE THRU 5100-EXIT
006790         END-IF
006800     END-IF.
006810 2300-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------------
006850* BATCHIN is opened for the group only when the first entry is
006860* due, so a day with nothing due leaves the file untouched.
006870*----------------------------------------------------------------
006880 2400-WRITE-BATCH-HEADER.
006890     OPEN EXTEND BATCH-IN-FILE
006900     IF WS-BATCH-STATUS NOT = "00"
006910             AND WS-BATCH-STATUS NOT = "05"
006920         OPEN OUTPUT BATCH-IN-FILE
006930     END-IF
006940     IF WS-BATCH-STATUS = "00" OR WS-BATCH-STATUS = "05"
006950         MOVE "Y" TO WS-BATCH-OPEN-SWITCH
006960         MOVE SPACES TO BATCH-HEADER-RECORD
006970         MOVE "/H" TO BH-RECORD-TYPE
006980         MOVE WS-GEN-BATCH-ID TO BH-BATCH-ID
006990         ADD 20000000 WS-RUN-DATE GIVING BH-CREATION-DATE
007000         WRITE BATCH-HEADER-RECORD
007010     END-IF
007020     IF WS-BATCH-STATUS = "00"
007030         MOVE "Y" TO WS-HEADER-WRITTEN-SWITCH
007040     ELSE
007050         DISPLAY "UNABLE TO WRITE BATCHIN, STATUS "
007060             WS-BATCH-STATUS " - NOTHING GENERATED"
007070         MOVE "Y" TO WS-RUN-FAILED-SWITCH
007080         MOVE "N" TO WS-MORE-RECORDS-SWITCH
007090         MOVE 16 TO WS-RETURN-SEVERITY
007100     END-IF.
007110 2400-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------------
007150* WS-GEN-NUMBER becomes a forty-character entry: sign, all
007160* nineteen integer digits, point, all nineteen decimals.
007170*----------------------------------------------------------------
007180 2500-FORMAT-NUMBER-ENTRY.
007190     IF WS-GEN-NUMBER < ZERO
007200         MOVE "-" TO WS-GE-SIGN
007210     ELSE
007220         MOVE "+" TO WS-GE-SIGN
007230     END-IF
007240     MOVE WS-GEN-NUMBER TO WS-GEN-AMOUNT
007250     MOVE WS-GA-INT TO WS-GE-INT
007260     MOVE WS-GA-DEC TO WS-GE-DEC.
007270 2500-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------------
007310* 3000 SERIES - SCHEDULING
007320* The instruction is due when the most recent date its frequency
007330* names, on or before the process date, lies within its start
007340* and end dates and after the date it was last generated. A
007350* schedule date with no run behind it (a weekend, a missed
007360* night) is so picked up by the next run, once.
007370*----------------------------------------------------------------
007380 3000-CHECK-DUE.
007390     MOVE "N" TO WS-DUE-SWITCH
007400     MOVE "N" TO WS-DUE-FOUND-SWITCH
007410     MOVE ZERO TO WS-DUE-DATE
007420     EVALUATE TRUE
007430         WHEN SI-FREQ-DAILY
007440             MOVE WS-RUN-DATE TO WS-DUE-DATE
007450             MOVE "Y" TO WS-DUE-FOUND-SWITCH
007460         WHEN SI-FREQ-WEEKLY
007470             PERFORM 3100-FIND-WEEKLY-DATE THRU 3100-EXIT
007480         WHEN SI-FREQ-MONTHLY
007490             PERFORM 3200-FIND-MONTHLY-DATE THRU 3200-EXIT
007500         WHEN SI-FREQ-MONTH-END
007510             PERFORM 3300-FIND-MONTH-END-DATE THRU 3300-EXIT
007520     END-EVALUATE
007530     IF DUE-DATE-WAS-FOUND
007540             AND WS-DUE-DATE NOT > WS-RUN-DATE
007550             AND WS-DUE-DATE NOT < SI-START-DATE
007560             AND (SI-END-DATE = ZERO
007570                 OR WS-DUE-DATE NOT > SI-END-DATE)
007580             AND (SI-LAST-GENERATED = ZERO
007590                 OR WS-DUE-DATE > SI-LAST-GENERATED)
007600         MOVE "Y" TO WS-DUE-SWITCH
007610     END-IF.
007620 3000-EXIT.
007630     EXIT.
007640
007650 3100-FIND-WEEKLY-DATE.
007660     IF SI-FREQUENCY-DAY >= 1 AND SI-FREQUENCY-DAY <= 7
007670         ADD WS-RUN-WEEKDAY 7 GIVING WS-WEEK-WORK
007680         SUBTRACT SI-FREQUENCY-DAY FROM WS-WEEK-WORK
007690         DIVIDE WS-WEEK-WORK BY 7 GIVING WS-WEEK-QUOT
007700             REMAINDER WS-WEEK-REM
007710         MOVE WS-WEEK-REM TO WS-BACK-DAYS
007720         MOVE WS-RUN-DATE TO WS-DW-DATE
007730         PERFORM 8300-BACK-UP-DAYS THRU 8300-EXIT
007740         MOVE WS-DW-DATE TO WS-DUE-DATE
007750         MOVE "Y" TO WS-DUE-FOUND-SWITCH
007760     END-IF.
007770 3100-EXIT.
007780     EXIT.
007790
007800*----------------------------------------------------------------
007810* Day D of the process month - the last day when the month is
007820* shorter - or, when that is still ahead, of the month before.
007830*----------------------------------------------------------------
007840 3200-FIND-MONTHLY-DATE.
007850     IF SI-FREQUENCY-DAY >= 1 AND SI-FREQUENCY-DAY <= 31
007860         MOVE WS-RUN-DATE TO WS-DW-DATE
007870         PERFORM 3250-SET-MONTHLY-DAY THRU 3250-EXIT
007880         IF WS-DW-DATE > WS-RUN-DATE
007890             PERFORM 8400-PREVIOUS-MONTH THRU 8400-EXIT
007900             PERFORM 3250-SET-MONTHLY-DAY THRU 3250-EXIT
007910         END-IF
007920         MOVE WS-DW-DATE TO WS-DUE-DATE
007930         MOVE "Y" TO WS-DUE-FOUND-SWITCH
007940     END-IF.
007950 3200-EXIT.
007960     EXIT.
007970
007980 3250-SET-MONTHLY-DAY.
007990     PERFORM 8100-SET-MONTH-DAYS THRU 8100-EXIT
008000     IF SI-FREQUENCY-DAY > WS-MONTH-DAYS
008010         MOVE WS-MONTH-DAYS TO WS-DW-DAY
008020     ELSE
008030         MOVE SI-FREQUENCY-DAY TO WS-DW-DAY
008040     END-IF.
008050 3250-EXIT.
008060     EXIT.
008070
008080*----------------------------------------------------------------
008090* The last Monday-Friday of the process month, or of the month
008100* before when that is still ahead.
008110*----------------------------------------------------------------
008120 3300-FIND-MONTH-END-DATE.
008130     MOVE WS-RUN-DATE TO WS-DW-DATE
008140     PERFORM 3350-SET-LAST-BUSINESS-DAY THRU 3350-EXIT
008150     IF WS-DW-DATE > WS-RUN-DATE
008160         MOVE WS-RUN-DATE TO WS-DW-DATE
008170         PERFORM 8400-PREVIOUS-MONTH THRU 8400-EXIT
008180         PERFORM 3350-SET-LAST-BUSINESS-DAY THRU 3350-EXIT
008190     END-IF
008200     MOVE WS-DW-DATE TO WS-DUE-DATE
008210     MOVE "Y" TO WS-DUE-FOUND-SWITCH.
008220 3300-EXIT.
008230     EXIT.
008240
008250 3350-SET-LAST-BUSINESS-DAY.
008260     PERFORM 8100-SET-MONTH-DAYS THRU 8100-EXIT
008270     MOVE WS-MONTH-DAYS TO WS-DW-DAY
008280     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT
008290     PERFORM 8200-DAY-NUMBER-TO-WEEKDAY THRU 8200-EXIT
008300     IF WS-WEEKDAY = 6
008310         SUBTRACT 1 FROM WS-DW-DAY
008320     END-IF
008330     IF WS-WEEKDAY = 7
008340         SUBTRACT 2 FROM WS-DW-DAY
008350     END-IF.
008360 3350-EXIT.
008370     EXIT.
008380
008390*----------------------------------------------------------------
008400* 4000 SERIES - COMPLETING THE GROUP
008410* The trailer carries the entry count and the hash total of both
008420* numbers over the group. Only then are the instructions marked
008430* generated, so a run that fails part way leaves them to be
008440* generated again.
008450*----------------------------------------------------------------
008460 4000-CLOSE-BATCH-GROUP.
008470     IF HEADER-WAS-WRITTEN AND NOT RUN-HAS-FAILED
008480         MOVE SPACES TO BATCH-TRAILER-RECORD
008490         MOVE "/T" TO BT-RECORD-TYPE
008500         MOVE WS-DUE-COUNT TO BT-RECORD-COUNT
008510         MOVE WS-HASH-TOTAL TO WS-GEN-NUMBER
008520         PERFORM 2500-FORMAT-NUMBER-ENTRY THRU 2500-EXIT
008530         MOVE WS-GEN-ENTRY TO BT-HASH-TOTAL-ENTRY
008540         WRITE BATCH-TRAILER-RECORD
008550         IF WS-BATCH-STATUS NOT = "00"
008560             DISPLAY "UNABLE TO WRITE BATCHIN TRAILER, STATUS "
008570                 WS-BATCH-STATUS
008580             MOVE "Y" TO WS-RUN-FAILED-SWITCH
008590         END-IF
008600     END-IF
008610     IF BATCHIN-IS-OPEN
008620         CLOSE BATCH-IN-FILE
008630         MOVE "N" TO WS-BATCH-OPEN-SWITCH
008640     END-IF
008650     IF HEADER-WAS-WRITTEN AND NOT RUN-HAS-FAILED
008660         PERFORM 4100-MARK-GENERATED THRU 4100-EXIT
008670             VARYING WS-DUE-SUB FROM 1 BY 1
008680             UNTIL WS-DUE-SUB > WS-DUE-COUNT
008690     END-IF
008700     IF HEADER-WAS-WRITTEN AND RUN-HAS-FAILED
008710         MOVE "RUN FAILED - REMOVE THE INCOMPLETE SI GROUP FROM"
008720             TO SM-TEXT
008730         PERFORM 5300-WRITE-MESSAGE-LINE THRU 5300-EXIT
008740         MOVE "BATCHIN BEFORE RERUNNING" TO SM-TEXT
008750         PERFORM 5300-WRITE-MESSAGE-LINE THRU 5300-EXIT
008760     END-IF.
008770 4000-EXIT.
008780     EXIT.
008790
008800 4100-MARK-GENERATED.
008810     MOVE DT-KEY (WS-DUE-SUB) TO SI-KEY
008820     READ STANDING-INSTR-FILE
008830         INVALID KEY
008840             DISPLAY "INSTRUCTION " SI-CUSTOMER-NUMBER "/"
008850                 SI-INSTRUCTION-NUMBER " NOT FOUND TO MARK"
008860             MOVE "Y" TO WS-RUN-FAILED-SWITCH
008870         NOT INVALID KEY
008880             MOVE WS-RUN-DATE TO SI-LAST-GENERATED
008890             REWRITE STANDING-INSTRUCTION-RECORD
008900                 INVALID KEY
008910                     DISPLAY "UNABLE TO MARK INSTRUCTION "
008920                         SI-CUSTOMER-NUMBER "/"
008930                         SI-INSTRUCTION-NUMBER ", STATUS "
008940                         WS-STNDINST-STATUS
008950                     MOVE "Y" TO WS-RUN-FAILED-SWITCH
008960             END-REWRITE
008970     END-READ.
008980 4100-EXIT.
008990     EXIT.
009000
009010*----------------------------------------------------------------
009020* 5000 SERIES - THE LIST
009030*----------------------------------------------------------------
009040 5000-SET-DETAIL-COLUMNS.
009050     MOVE SPACES TO STAND-DETAIL-LINE
009060     MOVE SI-CUSTOMER-NUMBER TO SD-CUSTOMER-NUMBER
009070     MOVE SI-INSTRUCTION-NUMBER TO SD-INSTRUCTION-NUMBER
009080     IF CM-LAST-NAME = SPACES
009090         MOVE "(NOT ON FILE)" TO SD-NAME
009100     ELSE
009110         STRING CM-LAST-NAME DELIMITED BY "  "
009120             ", " DELIMITED BY SIZE
009130             CM-FIRST-NAME DELIMITED BY "  "
009140             INTO SD-NAME
009150         END-STRING
009160     END-IF
009170     EVALUATE SI-OPERATION-CODE
009180         WHEN 1
009190             MOVE "ADD     " TO SD-OPERATION
009200         WHEN 2
009210             MOVE "SUBTRACT" TO SD-OPERATION
009220         WHEN 3
009230             MOVE "MULTIPLY" TO SD-OPERATION
009240         WHEN 4
009250             MOVE "DIVIDE  " TO SD-OPERATION
009260         WHEN OTHER
009270             MOVE "UNKNOWN " TO SD-OPERATION
009280     END-EVALUATE
009290     MOVE SI-FIRST-NUMBER TO SD-FIRST-NUMBER
009300     MOVE SI-SECOND-NUMBER TO SD-SECOND-NUMBER
009310     MOVE SI-FREQUENCY TO SD-FREQUENCY
009320     IF SI-FREQ-WEEKLY OR SI-FREQ-MONTHLY
009330         MOVE SI-FREQUENCY-DAY TO SD-FREQUENCY-DAY
009340     END-IF
009350     MOVE WS-DUE-DATE TO SD-DUE-DATE.
009360 5000-EXIT.
009370     EXIT.
009380
009390 5100-WRITE-DETAIL-LINE.
009400     IF WS-LINE-COUNT = ZERO OR
009410             WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009420         PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
009430     END-IF
009440     WRITE STAND-PRINT-LINE FROM STAND-DETAIL-LINE
009450     ADD 1 TO WS-LINE-COUNT.
009460 5100-EXIT.
009470     EXIT.
009480
009490 5200-WRITE-REPORT-HEADERS.
009500     IF WS-LINE-COUNT NOT = ZERO
009510         ADD 1 TO WS-PAGE-NUMBER
009520     END-IF
009530     MOVE WS-RUN-DATE TO SH2-RUN-DATE
009540     MOVE WS-GEN-BATCH-ID TO SH2-BATCH-ID
009550     MOVE WS-PAGE-NUMBER TO SH2-PAGE-NO
009560     WRITE STAND-PRINT-LINE FROM STAND-HEADING-1
009570     WRITE STAND-PRINT-LINE FROM STAND-HEADING-2
009580     WRITE STAND-PRINT-LINE FROM STAND-HEADING-3
009590     MOVE 3 TO WS-LINE-COUNT.
009600 5200-EXIT.
009610     EXIT.
009620
009630 5300-WRITE-MESSAGE-LINE.
009640     IF WS-LINE-COUNT = ZERO OR
009650             WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009660         PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
009670     END-IF
009680     WRITE STAND-PRINT-LINE FROM STAND-MESSAGE-LINE
009690     ADD 1 TO WS-LINE-COUNT.
009700 5300-EXIT.
009710     EXIT.
009720
009730*----------------------------------------------------------------
009740* 8000 SERIES - CALENDAR ARITHMETIC
009750* Turns WS-DW-DATE (YYMMDD, years 2000-2099) into a running
009760* day number in WS-DW-DAY-NUMBER - 365 per year, the leap
009770* days before the year, the month offset, and the day, less
009780* one when the date falls before March of a leap year - so
009790* two dates subtract to an age in days.
009800*----------------------------------------------------------------
009810 8000-DATE-TO-DAY-NUMBER.
009820     IF WS-DW-MONTH < 1 OR WS-DW-MONTH > 12
009830         MOVE 1 TO WS-DW-MONTH
009840     END-IF
009850     MULTIPLY WS-DW-YEAR BY 365 GIVING WS-DW-DAY-NUMBER
009860     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-LEAP-QUOT
009870     ADD WS-DW-LEAP-QUOT TO WS-DW-DAY-NUMBER
009880     ADD WS-MONTH-OFFSET (WS-DW-MONTH) TO WS-DW-DAY-NUMBER
009890     ADD WS-DW-DAY TO WS-DW-DAY-NUMBER
009900     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-LEAP-QUOT
009910         REMAINDER WS-DW-LEAP-REM
009920     IF WS-DW-LEAP-REM = ZERO AND WS-DW-MONTH < 3
009930         SUBTRACT 1 FROM WS-DW-DAY-NUMBER
009940     END-IF.
009950 8000-EXIT.
009960     EXIT.
009970
009980*----------------------------------------------------------------
009990* Days in the month of WS-DW-DATE, February taking its leap day
010000* every fourth year.
010010*----------------------------------------------------------------
010020 8100-SET-MONTH-DAYS.
010030     MOVE WS-MONTH-LENGTH (WS-DW-MONTH) TO WS-MONTH-DAYS
010040     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-LEAP-QUOT
010050         REMAINDER WS-DW-LEAP-REM
010060     IF WS-DW-MONTH = 2 AND WS-DW-LEAP-REM = ZERO
010070         ADD 1 TO WS-MONTH-DAYS
010080     END-IF.
010090 8100-EXIT.
010100     EXIT.
010110
010120*----------------------------------------------------------------
010130* Day number to weekday, 1 = Monday through 7 = Sunday. Day
010140* zero, 1 January 2000, was a Saturday.
010150*----------------------------------------------------------------
010160 8200-DAY-NUMBER-TO-WEEKDAY.
010170     ADD WS-DW-DAY-NUMBER 5 GIVING WS-WEEK-WORK
010180     DIVIDE WS-WEEK-WORK BY 7 GIVING WS-WEEK-QUOT
010190         REMAINDER WS-WEEK-REM
010200     ADD WS-WEEK-REM 1 GIVING WS-WEEKDAY.
010210 8200-EXIT.
010220     EXIT.
010230
010240*----------------------------------------------------------------
010250* Moves WS-DW-DATE back WS-BACK-DAYS days (fewer than a month).
010260*----------------------------------------------------------------
010270 8300-BACK-UP-DAYS.
010280     IF WS-DW-DAY > WS-BACK-DAYS
010290         SUBTRACT WS-BACK-DAYS FROM WS-DW-DAY
010300     ELSE
010310         SUBTRACT WS-DW-DAY FROM WS-BACK-DAYS
010320         PERFORM 8400-PREVIOUS-MONTH THRU 8400-EXIT
010330         PERFORM 8100-SET-MONTH-DAYS THRU 8100-EXIT
010340         SUBTRACT WS-BACK-DAYS FROM WS-MONTH-DAYS
010350             GIVING WS-DW-DAY
010360     END-IF.
010370 8300-EXIT.
010380     EXIT.
010390
010400*----------------------------------------------------------------
010410* Steps WS-DW-DATE to the first of the month before.
010420*----------------------------------------------------------------
010430 8400-PREVIOUS-MONTH.
010440     IF WS-DW-MONTH = 1
010450         MOVE 12 TO WS-DW-MONTH
010460         IF WS-DW-YEAR = ZERO
010470             MOVE 99 TO WS-DW-YEAR
010480         ELSE
010490             SUBTRACT 1 FROM WS-DW-YEAR
010500         END-IF
010510     ELSE
010520         SUBTRACT 1 FROM WS-DW-MONTH
010530     END-IF
010540     MOVE 1 TO WS-DW-DAY.
010550 8400-EXIT.
010560     EXIT.
010570
010580*----------------------------------------------------------------
010590* 9000 SERIES - TOTALS AND END OF RUN
010600*----------------------------------------------------------------
010610 9100-PRINT-TOTALS.
010620     IF WS-LINE-COUNT = ZERO
010630         PERFORM 5200-WRITE-REPORT-HEADERS THRU 5200-EXIT
010640     END-IF
010650     MOVE SPACES TO STAND-TOTAL-LINE
010660     MOVE "INSTRUCTIONS READ:" TO ST-LABEL
010670     MOVE WS-READ-COUNT TO ST-COUNT
010680     WRITE STAND-PRINT-LINE FROM STAND-TOTAL-LINE
010690     MOVE SPACES TO STAND-TOTAL-LINE
010700     MOVE "ENTRIES GENERATED:" TO ST-LABEL
010710     MOVE WS-GENERATED-COUNT TO ST-COUNT
010720     WRITE STAND-PRINT-LINE FROM STAND-TOTAL-LINE
010730     MOVE SPACES TO STAND-TOTAL-LINE
010740     MOVE "DUE BUT SKIPPED:" TO ST-LABEL
010750     MOVE WS-SKIPPED-COUNT TO ST-COUNT
010760     WRITE STAND-PRINT-LINE FROM STAND-TOTAL-LINE
010770     MOVE SPACES TO STAND-TOTAL-LINE
010780     MOVE "NOT DUE:" TO ST-LABEL
010790     MOVE WS-NOT-DUE-COUNT TO ST-COUNT
010800     WRITE STAND-PRINT-LINE FROM STAND-TOTAL-LINE
010810     MOVE SPACES TO STAND-TOTAL-LINE
010820     MOVE "SUSPENDED:" TO ST-LABEL
010830     MOVE WS-SUSPENDED-COUNT TO ST-COUNT
010840     WRITE STAND-PRINT-LINE FROM STAND-TOTAL-LINE.
010850 9100-EXIT.
010860     EXIT.
010870
010880 9000-FINISH-UP.
010890     IF RUN-IS-USABLE
010900         IF BATCHIN-IS-OPEN
010910             CLOSE BATCH-IN-FILE
010920         END-IF
010930         CLOSE STAND-PRINT-FILE
010940         CLOSE STANDING-INSTR-FILE
010950         CLOSE CUSTOMER-MASTER-FILE
010960         IF RUN-HAS-FAILED
010970             DISPLAY "STANDING INSTRUCTION RUN FAILED - CORRECT"
010980                 " THE PROBLEM AND RERUN"
010990             IF WS-RETURN-SEVERITY < 8
011000                 MOVE 8 TO WS-RETURN-SEVERITY
011010             END-IF
011020         ELSE
011030             DISPLAY "STANDING INSTRUCTIONS COMPLETE - BATCH "
011040                 WS-GEN-BATCH-ID
011050         END-IF
011060         DISPLAY "  INSTRUCTIONS READ:     " WS-READ-COUNT
011070         DISPLAY "  ENTRIES GENERATED:     " WS-GENERATED-COUNT
011080         DISPLAY "  DUE BUT SKIPPED:       " WS-SKIPPED-COUNT
011090         IF WS-RETURN-SEVERITY = ZERO
011100                 AND WS-SKIPPED-COUNT > ZERO
011110             MOVE 4 TO WS-RETURN-SEVERITY
011120         END-IF
011130     END-IF
011140     IF WS-RETURN-SEVERITY > ZERO
011150         DISPLAY "RUN ENDED WITH CONDITION CODE "
011160             WS-RETURN-SEVERITY
011170     END-IF
011180     MOVE WS-RETURN-SEVERITY TO RETURN-CODE
011190     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
011200 9000-EXIT.
011210     EXIT.
011220
011230*----------------------------------------------------------------
011240* Last act of the run: append the completion record to the
011250* shared run log so the morning status report can prove the
011260* job ran and how it ended.
011270*----------------------------------------------------------------
011280 9500-WRITE-RUN-LOG.
011290     OPEN EXTEND RUN-LOG-FILE
011300     IF WS-RUNLOG-STATUS NOT = "00"
011310             AND WS-RUNLOG-STATUS NOT = "05"
011320         OPEN OUTPUT RUN-LOG-FILE
011330     END-IF
011340     IF WS-RUNLOG-STATUS = "00" OR WS-RUNLOG-STATUS = "05"
011350         MOVE SPACES TO RUN-LOG-RECORD
011360         MOVE "STAND-GEN" TO RL-PROGRAM-NAME
011370         MOVE WS-RUN-DATE TO RL-PROCESS-DATE
011380         MOVE WS-START-TIME TO RL-START-TIME
011390         ACCEPT RL-END-TIME FROM TIME
011400         MOVE WS-READ-COUNT TO RL-READ-COUNT
011410         MOVE WS-GENERATED-COUNT TO RL-POSTED-COUNT
011420         MOVE WS-SKIPPED-COUNT TO RL-ERROR-COUNT
011430         MOVE WS-RETURN-SEVERITY TO RL-CONDITION-CODE
011440         WRITE RUN-LOG-RECORD
011450         CLOSE RUN-LOG-FILE
011460     ELSE
011470         DISPLAY "UNABLE TO UPDATE RUN LOG, STATUS "
011480             WS-RUNLOG-STATUS
011490     END-IF.
011500 9500-EXIT.
011510     EXIT.
011520
011530 END PROGRAM STAND-GEN.
