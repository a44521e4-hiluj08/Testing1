      ******************************************************************
      * bb7935 partition interchange - check results: one record per
      * booking priced, written per partition to
      * $DD_WORKDIR/bb7935_part_pNN_hist.dat and read by bb7935c to
      * file the whole range in JTPRICEBOOKHIST under one run id
      ******************************************************************
       01 PART-HIST-RECORD.
          03 PHI-BOOKNR9                   PIC 9(9).
          03 PHI-SALDO                     PIC S9(6)V9(2)
                                           SIGN LEADING SEPARATE.
          03 PHI-MODCALC-PRICE             PIC S9(6)V9(2)
                                           SIGN LEADING SEPARATE.
          03 PHI-WB-PRICE                  PIC S9(6)V9(2)
                                           SIGN LEADING SEPARATE.
          03 PHI-AUTOPRICE                 PIC S9(6)V9(2)
                                           SIGN LEADING SEPARATE.
          03 PHI-DIFF                      PIC S9(6)V9(2)
                                           SIGN LEADING SEPARATE.
          03 PHI-EXCEPTION                 PIC X.
          03 PHI-REASON-PRICE              PIC X.
          03 PHI-REASON-PAX-AGE            PIC X.
