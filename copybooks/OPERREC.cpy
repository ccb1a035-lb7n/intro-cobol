000010*****************************************************************
000020* OPERREC.CPY
000030* Operator master record (OPERMAST), keyed by operator ID. One
000040* record per person allowed to use the terminal programs, with
000050* the PIN they sign on with and their authority level (see
000060* SIGNON for what each level may do). Maintained by supervisors
000070* in OPER-MAINT; read and updated at sign-on by every terminal
000080* program, which counts failed sign-ons here and locks the
000090* operator when the count reaches the lock threshold. Only a
000100* supervisor can unlock an operator or reset a PIN.
000110*   Level:   E = entry only
000120*            M = maintenance
000130*            S = supervisor
000140*   Status:  A = active, I = inactive (may not sign on; kept so
000150*            the operator's ID still explains old log records)
000160*   Locked:  Y = locked by failed sign-ons, N = not locked
000170* The ID BATCH is reserved: PRACTICE-ROOM stamps it on audit
000180* records written by an unattended batch run.
000190*****************************************************************
000200 01  OPERATOR-RECORD.
000210     05  OP-OPERATOR-ID           PIC X(08).
000220     05  OP-OPERATOR-NAME         PIC X(30).
000230     05  OP-PIN                   PIC X(08).
000240     05  OP-AUTHORITY-LEVEL       PIC X(01).
000250         88  OP-LEVEL-ENTRY           VALUE "E".
000260         88  OP-LEVEL-MAINTENANCE     VALUE "M".
000270         88  OP-LEVEL-SUPERVISOR      VALUE "S".
000280         88  OP-LEVEL-IS-VALID        VALUE "E" "M" "S".
000290     05  OP-STATUS                PIC X(01).
000300         88  OP-ACTIVE                VALUE "A".
000310         88  OP-INACTIVE              VALUE "I".
000320     05  OP-LOCKED-FLAG           PIC X(01).
000330         88  OP-IS-LOCKED             VALUE "Y".
000340         88  OP-NOT-LOCKED            VALUE "N".
000350     05  OP-FAILED-SIGN-ONS       PIC 9(02).
000360     05  OP-DATE-ADDED            PIC 9(06).
000370     05  OP-PIN-DATE              PIC 9(06).
000380     05  OP-LAST-SIGN-ON-DATE     PIC 9(06).
000390     05  OP-LAST-SIGN-ON-TIME     PIC 9(08).
