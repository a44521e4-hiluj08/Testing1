          03 PEX-DIFF                      PIC S9(6)V9(2)
                                           SIGN LEADING SEPARATE.
          03 PEX-CSV-LINE                  PIC X(210).
j61015    03 PEX-REASON-PRICE              PIC X.
j61015    03 PEX-REASON-PAX-AGE            PIC X.
