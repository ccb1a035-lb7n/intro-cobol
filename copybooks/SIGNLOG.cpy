000010*****************************************************************
000020* SIGNLOG.CPY
000030* Sign-on log record (SIGNLOG). One line per sign-on attempt,
000040* sign-off, function refused for authority, and operator master
000050* change, written by every terminal program and by OPER-MAINT.
000060* The log is permanent: it is opened EXTEND and never rewritten,
000070* and the daily sign-on activity report (SIGN-RPT) reads it back
000080* by date. The operator ID is the ID as keyed at the terminal,
000090* so an attempt under an ID not on file is still traced. For an
000100* operator master change it is the supervisor, and the operator
000110* changed is the subject.
000120*   Events: S = signed on
000130*           O = signed off
000140*           F = sign-on failed, wrong PIN
000150*           L = sign-on failed, wrong PIN - operator now locked
000160*           K = sign-on refused, operator locked
000170*           I = sign-on refused, operator inactive
000180*           U = sign-on refused, operator ID not on file
000190*           R = function refused, authority level too low (the
000200*               function is named in the detail)
000210*           A = operator added          (OPER-MAINT)
000220*           P = PIN reset and unlocked  (OPER-MAINT)
000230*           N = operator unlocked       (OPER-MAINT)
000240*           C = operator name, level, or status changed
000250*                                       (OPER-MAINT)
000260*****************************************************************
000270 01  SIGN-ON-LOG-RECORD.
000280     05  SL-DATE                  PIC 9(06).
000290     05  FILLER                   PIC X(01).
000300     05  SL-TIME                  PIC 9(08).
000310     05  FILLER                   PIC X(01).
000320     05  SL-OPERATOR-ID           PIC X(08).
000330     05  FILLER                   PIC X(01).
000340     05  SL-PROGRAM-NAME          PIC X(15).
000350     05  FILLER                   PIC X(01).
000360     05  SL-EVENT                 PIC X(01).
000370         88  SL-SIGNED-ON             VALUE "S".
000380         88  SL-SIGNED-OFF            VALUE "O".
000390         88  SL-FAILED-PIN            VALUE "F".
000400         88  SL-FAILED-AND-LOCKED     VALUE "L".
000410         88  SL-REFUSED-LOCKED        VALUE "K".
000420         88  SL-REFUSED-INACTIVE      VALUE "I".
000430         88  SL-UNKNOWN-OPERATOR      VALUE "U".
000440         88  SL-SIGN-ON-FAILURE       VALUE "F" "L" "K" "I" "U".
000450         88  SL-FUNCTION-REFUSED      VALUE "R".
000460         88  SL-OPERATOR-ADDED        VALUE "A".
000470         88  SL-PIN-RESET             VALUE "P".
000480         88  SL-OPERATOR-UNLOCKED     VALUE "N".
000490         88  SL-OPERATOR-CHANGED      VALUE "C".
000500     05  FILLER                   PIC X(01).
000510     05  SL-SUBJECT-ID            PIC X(08).
000520     05  FILLER                   PIC X(01).
000530     05  SL-DETAIL                PIC X(30).
