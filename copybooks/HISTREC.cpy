000090* The name fields were widened from A(10) to A(20); TRANHIST
000100* files built under the old layout must be unloaded, the names
000110* padded to 20, and reloaded.
000120* TH-TRANS-REFERENCE is the transaction reference PRACTICE-ROOM
000130* assigned when the entry posted, carried through TRANOUT, so
000140* a history entry ties back to its AUDITLOG and EXTRACT
000150* records. TRANHIST files built before it was added must be
000160* unloaded and reloaded with the reference zero; zero means
000170* the entry predates references.
000180* An entry can be reversed once: the reversal is posted as its
000190* own entry (operation 5) and HIST-LOAD marks the original. The
000200* reversal status says which side of the pair an entry is, and
000210* the linked date and sequence name the other side (same
000220* customer). Blank status and zero link mean an ordinary entry;
000230* TRANHIST files built before these fields were added must be
000240* unloaded and reloaded with them so.
000250*****************************************************************
000260 01  TRANS-HISTORY-RECORD.
000270     05  TH-KEY.
000280         10  TH-CUSTOMER-NUMBER   PIC 9(05).
000290         10  TH-TRANS-DATE        PIC 9(06).
000300         10  TH-SEQUENCE-NUMBER   PIC 9(04).
000310     05  TH-FIRST-NAME            PIC A(20).
000320     05  TH-LAST-NAME             PIC A(20).
000330     05  TH-OPERATION-CODE        PIC 9(01).
000340     05  TH-FIRST-NUMBER          PIC S9(19)V9(19) COMP-3.
000350     05  TH-SECOND-NUMBER         PIC S9(19)V9(19) COMP-3.
000360     05  TH-RESULT                PIC S9(19)V9(19) COMP-3.
000370     05  TH-TRANS-REFERENCE       PIC 9(10).
000380     05  TH-REVERSAL-STATUS       PIC X(01).
000390         88  TH-NOT-REVERSED          VALUE SPACE.
000400         88  TH-ENTRY-REVERSED        VALUE "R".
000410         88  TH-REVERSAL-ENTRY        VALUE "V".
000420     05  TH-LINKED-KEY.
000430         10  TH-LINKED-DATE       PIC 9(06).
000440         10  TH-LINKED-SEQUENCE   PIC 9(04).
