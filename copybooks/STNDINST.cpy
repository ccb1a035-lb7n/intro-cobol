000010*****************************************************************
000020* STNDINST.CPY
000030* Standing instruction master record (STNDINST), keyed by the
000040* customer number and an instruction number within the
000050* customer. Each instruction is an entry a department would
000060* otherwise key into BATCHIN by hand on a fixed schedule: the
000070* operation code (1-4) and both numbers, posted for the customer
000080* whenever the schedule falls due. Maintained at the terminal by
000090* STAND-MAINT; read by STAND-GEN, which writes each day's due
000100* entries to BATCHIN as one controlled batch group.
000110*   Frequency: D = daily (every process date)
000120*              W = weekly on SI-FREQUENCY-DAY, 1 = Monday
000130*                  through 7 = Sunday
000140*              M = monthly on day SI-FREQUENCY-DAY (1-31); in a
000150*                  shorter month, on its last day
000160*              L = monthly on the last business day (the last
000170*                  Monday-Friday of the month)
000180*   Status:    A = active, S = suspended (not generated)
000190* An end date of zero means the instruction runs until it is
000200* suspended or deleted. SI-LAST-GENERATED is the process date
000210* STAND-GEN last wrote the entry, so a due date that fell on a
000220* day with no run is picked up by the next run, and a rerun of
000230* the same date writes nothing twice.
000240*****************************************************************
000250 01  STANDING-INSTRUCTION-RECORD.
000260     05  SI-KEY.
000270         10  SI-CUSTOMER-NUMBER   PIC 9(05).
000280         10  SI-INSTRUCTION-NUMBER
000290                                  PIC 9(03).
000300     05  SI-OPERATION-CODE        PIC 9(01).
000310     05  SI-FIRST-NUMBER          PIC S9(19)V9(19) COMP-3.
000320     05  SI-SECOND-NUMBER         PIC S9(19)V9(19) COMP-3.
000330     05  SI-FREQUENCY             PIC X(01).
000340         88  SI-FREQ-DAILY            VALUE "D".
000350         88  SI-FREQ-WEEKLY           VALUE "W".
000360         88  SI-FREQ-MONTHLY          VALUE "M".
000370         88  SI-FREQ-MONTH-END        VALUE "L".
000380     05  SI-FREQUENCY-DAY         PIC 9(02).
000390     05  SI-START-DATE            PIC 9(06).
000400     05  SI-END-DATE              PIC 9(06).
000410     05  SI-STATUS                PIC X(01).
000420         88  SI-ACTIVE                VALUE "A".
000430         88  SI-SUSPENDED             VALUE "S".
000440     05  SI-LAST-GENERATED        PIC 9(06).
