      *> RUL-RESULT-OP: 'M' = result is the number multiplied by
      *> RUL-RESULT-FACTOR, 'A' = result is the number plus
      *> RUL-RESULT-FACTOR.
      *> Do not name a class 'REJ ' or 'REV ' - those class
      *> codes mark rejected and reversed records on the SEQAUD
      *> audit trail.
      *> The rule set in force when this file was introduced:
      *>   10 000000006 BOTH B M 000000003
      *>   20 000000002 EVEN E M 000000002
