      *        DATE  today plus offset days p1=offset
      *    a rule builds the field's text into the input-line image
      *    at in-pos/in-len and the ordinary conversion takes over.
      *    three more optional tokens, dom,d1,d2, are domain rules
      *    QU_DQCHK validates data against (RNG min max, VAL a|b|c,
      *    DATE, NODT; DBCS marks a full-width Shift-JIS field for
      *    QU_SJCHK); mk_FSEQ ignores them.
       01  CTL-FILENM         PIC X(200).
       01  CTL-STS            PIC XX.
       01  LAY-NAME           PIC X(20).
