      * JTPRICEBASKETH - status history of the JITS price exception
      * workbasket: one record per status change of a basket entry,
      * written by rb7936 (manual changes) and bb7935 (regressions)
j61015* and bb7943 (correction proposals, with the document number)
      ******************************************************************
       01 EXBH-RECORD.
          03 EXBH-KEY.
          03 EXBH-OLD-STATUS               PIC X.
          03 EXBH-NEW-STATUS               PIC X.
          03 EXBH-COMMENT                  PIC X(40).
j61015    03 EXBH-DOC-REF                  PIC X(10).
