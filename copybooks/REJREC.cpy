000070* BATCH-USER-RECORD exactly as it arrived, so a repaired file
000080* can be fed straight back through.
000090*   Reason codes: NL = name too long to fit on file
000100*                 OP = operation code not 1-5
000110*                 NV = number entry does not parse
000120*                 CI = customer is inactive
000130*                 OV = result overflowed
000140*                 DZ = divide by zero
000150*                 RN = reversal: original entry not on history
000160*                 RC = reversal: original entry belongs to a
000170*                      different customer
000180*                 RR = reversal: original entry already reversed
000190*                      (or is itself a reversal)
000200*                 DP = suspected duplicate of an entry already
000210*                      posted; presented unchanged in a REJIN
000220*                      rerun it is released and posts
000230* The batch ID and record number identify the reject's entry
000240* on the reject suspense master (REJMAST, see REJSUSP): a
000250* repaired record that posts in a REJIN rerun is marked
000260* repaired there, and a record that fails again keeps its
000270* original identity through any number of repair cycles.
000280* Include with COPY REJREC REPLACING, mapping each base field
000290* name below to the prefixed name used in the including record.
000300*****************************************************************
000310    05  REASON-CODE          PIC X(02).
000320    05  BATCH-ID             PIC X(08).
000330    05  RECORD-NUMBER        PIC 9(09).
000340    05  BATCH-IMAGE          PIC X(121).
