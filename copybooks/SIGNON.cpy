000010*****************************************************************
000020* SIGNON.CPY
000030* Working storage for the operator sign-on every terminal
000040* program performs before offering any function (see OPERREC
000050* and SIGNLOG): the operator signed on and their authority
000060* level, the ID and PIN as keyed, and the limits - sign-on
000070* attempts allowed in one session, and failed sign-ons in a row
000080* that lock the operator until a supervisor unlocks them in
000090* OPER-MAINT. Kept in one copybook so every program enforces
000100* the same limits.
000110*   Levels: E = entry only - posting at the terminal, history
000120*               and audit inquiry, browsing
000130*           M = maintenance - also correcting customer names and
000140*               adding or changing standing instructions
000150*           S = supervisor - also customer status changes and
000160*               deletes, merges, reject write-offs, standing
000170*               instruction deletes, and operator maintenance
000180*****************************************************************
000190 01  SIGN-ON-CONTROLS.
000200     05  SO-OPERATOR-ID           PIC X(08) VALUE SPACES.
000210     05  SO-OPERATOR-LEVEL        PIC X(01) VALUE SPACE.
000220         88  SO-IS-SUPERVISOR         VALUE "S".
000230         88  SO-CAN-MAINTAIN          VALUE "M" "S".
000240     05  SO-SIGNED-ON-SWITCH      PIC X(01) VALUE "N".
000250         88  SO-SIGNED-ON             VALUE "Y".
000260     05  SO-ABANDON-SWITCH        PIC X(01) VALUE "N".
000270         88  SO-SIGN-ON-ABANDONED     VALUE "Y".
000280     05  SO-FILES-OPEN-SWITCH     PIC X(01) VALUE "N".
000290         88  SO-FILES-ARE-OPEN        VALUE "Y".
000300     05  SO-ID-ENTRY              PIC X(08) VALUE SPACES.
000310     05  SO-PIN-ENTRY             PIC X(08) VALUE SPACES.
000320     05  SO-EVENT                 PIC X(01) VALUE SPACE.
000330     05  SO-SUBJECT-ID            PIC X(08) VALUE SPACES.
000340     05  SO-FUNCTION-NAME         PIC X(30) VALUE SPACES.
000350     05  SO-LEVEL-NEEDED          PIC X(11) VALUE SPACES.
000360     05  SO-ATTEMPT-COUNT         PIC 9(02) COMP VALUE ZERO.
000370     05  SO-MAX-ATTEMPTS          PIC 9(02) COMP VALUE 3.
000380     05  SO-LOCK-THRESHOLD        PIC 9(02) COMP VALUE 3.
