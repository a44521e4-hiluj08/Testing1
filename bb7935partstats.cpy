      * totals (type T) and its per-agent (A) / per-group (G)
      * counters, written per partition to
      * $DD_WORKDIR/bb7935_part_pNN_stats.dat and combined by bb7935c
j61015* The commission counters are only filled on the A records.
      ******************************************************************
       01 PART-STATS-RECORD.
          03 PST-TYPE                      PIC X.
          03 PST-EXCEPTIONS                PIC 9(9).
          03 PST-DIFF                      PIC S9(11)V9(2)
                                           SIGN LEADING SEPARATE.
j61015    03 PST-COMM-DIFFS                PIC 9(9).
j61015    03 PST-COMM-OVER                 PIC S9(11)V9(2)
j61015                                     SIGN LEADING SEPARATE.
j61015    03 PST-COMM-UNDER                PIC S9(11)V9(2)
j61015                                     SIGN LEADING SEPARATE.
