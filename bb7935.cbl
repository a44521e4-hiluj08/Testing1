      * Program-ID.....: bb7935.cbl
      * Author.........: Joaquin H.
      * Date Written...: 21/10/2020 at 7:59:30
      * Last Updated...: 15/10/2026 at 10:00:00 by jluque01
      * Function.......: extract JITS price
      ******************************************************************
     /*/Description ****************************************************
j60902                             LOCK MODE IS MANUAL
j60902                             FILE STATUS IS WS-REPLY.

j61015     COPY "jtpricebookhist.sel".

j61015     SELECT PART-HIST        ASSIGN WS-PART-HIST-FILE
j61015                             ORGANIZATION LINE SEQUENTIAL
j61015                             LOCK MODE IS MANUAL
j61015                             FILE STATUS IS WS-REPLY.

j60821     SELECT INVOICE-DIFFERENCES
j60821                             ASSIGN WS-INVOICE-DIFF-FILE
j60821                             ORGANIZATION LINE SEQUENTIAL
j60821                             LOCK MODE IS MANUAL
j60821                             FILE STATUS IS WS-REPLY.

j61015     SELECT COMMISSION-DIFFERENCES
j61015                             ASSIGN WS-COMM-DIFF-FILE
j61015                             ORGANIZATION LINE SEQUENTIAL
j61015                             LOCK MODE IS MANUAL
j61015                             FILE STATUS IS WS-REPLY.

j61015     SELECT FLIGHT-TAX-DIFFERENCES
j61015                             ASSIGN WS-FLIGHT-DIFF-FILE
j61015                             ORGANIZATION LINE SEQUENTIAL
j61015                             LOCK MODE IS MANUAL
j61015                             FILE STATUS IS WS-REPLY.

j61015     SELECT PROMOTION-VIOLATIONS
j61015                             ASSIGN WS-PROMO-VIOL-FILE
j61015                             ORGANIZATION LINE SEQUENTIAL
j61015                             LOCK MODE IS MANUAL
j61015                             FILE STATUS IS WS-REPLY.

j61015     SELECT PAX-AGE-VIOLATIONS
j61015                             ASSIGN WS-PAX-AGE-FILE
j61015                             ORGANIZATION LINE SEQUENTIAL
j61015                             LOCK MODE IS MANUAL
j61015                             FILE STATUS IS WS-REPLY.

j60821     SELECT SUMMARY-REPORT   ASSIGN WS-SUMMARY-FILE
j60821                             ORGANIZATION LINE SEQUENTIAL
j60821                             LOCK MODE IS MANUAL
j60821                             FILE STATUS IS WS-REPLY.

j61015     SELECT PRODUCT-IMPACT   ASSIGN WS-IMPACT-FILE
j61015                             ORGANIZATION LINE SEQUENTIAL
j61015                             LOCK MODE IS MANUAL
j61015                             FILE STATUS IS WS-REPLY.

j61015     SELECT ARCHIVE-LIST     ASSIGN WS-ARCHIVE-LIST-FILE
j61015                             ORGANIZATION LINE SEQUENTIAL
j61015                             LOCK MODE IS MANUAL
j61015                             FILE STATUS IS WS-REPLY.

           SELECT CHECKPOINT-FILE  ASSIGN WS-CHECKPOINT-FILE
                                   ORGANIZATION LINE SEQUENTIAL
                                   LOCK MODE IS MANUAL

j60902     COPY "jtvbdepbooknr.sel".

j61015     COPY "jtvbprodbooknr.sel".

           COPY "jtvbookings.sel"
                      REPLACING =="$DD_SYSFILES/JTVBOOKINGS"==
                                   BY ==WS-JTVBOOKINGS==.
j60902 FD PART-STATS.
j60902 COPY "bb7935partstats.cpy".

j61015 FD PRICE-BOOK-HIST.
j61015 COPY "jtpricebookhist.cpy".

j61015 FD PART-HIST.
j61015 COPY "bb7935parthist.cpy".

j60821 FD INVOICE-DIFFERENCES.
j60821 01 INVOICE-DIFFERENCES-RECORD.
j60821    03 WS-INVD-BOOKNR             PIC X(9).
j60821 01 INVOICE-DIFFERENCES-TITLE
j60821    REDEFINES INVOICE-DIFFERENCES-RECORD    PIC X(100).

j61015 FD COMMISSION-DIFFERENCES.
j61015 01 COMMISSION-DIFFERENCES-RECORD.
j61015    03 WS-COMD-BOOKNR             PIC X(9).
j61015    03 FILLER                     PIC X.
j61015    03 WS-COMD-AGENT              PIC 9(6).
j61015    03 FILLER                     PIC X.
j61015    03 WS-COMD-GROUPNAME          PIC X(9).
j61015    03 FILLER                     PIC X.
j61015    03 WS-COMD-BOOKING-DATE       PIC 9(8).
j61015    03 FILLER                     PIC X.
j61015    03 WS-COMD-BRUTO              PIC -Z.ZZZ.ZZ9,99.
j61015    03 FILLER                     PIC X.
j61015    03 WS-COMD-RATE               PIC Z9,99.
j61015    03 FILLER                     PIC X.
j61015    03 WS-COMD-EXPECTED           PIC -Z.ZZZ.ZZ9,99.
j61015    03 FILLER                     PIC X.
j61015    03 WS-COMD-INVOICED           PIC -Z.ZZZ.ZZ9,99.
j61015    03 FILLER                     PIC X.
j61015    03 WS-COMD-DIFF               PIC -Z.ZZZ.ZZ9,99.
j61015    03 FILLER                     PIC X.
j61015    03 WS-COMD-STATUS             PIC X(9).
j61015
j61015 01 COMMISSION-DIFFERENCES-TITLE
j61015    REDEFINES COMMISSION-DIFFERENCES-RECORD PIC X(120).

j61015 FD FLIGHT-TAX-DIFFERENCES.
j61015 01 FLIGHT-TAX-DIFFERENCES-RECORD.
j61015    03 WS-FLTD-BOOKNR             PIC X(9).
j61015    03 FILLER                     PIC X.
j61015    03 WS-FLTD-FLIGHTNR           PIC X(8).
j61015    03 FILLER                     PIC X.
j61015    03 WS-FLTD-FLIGHT-DATE        PIC 9(8).
j61015    03 FILLER                     PIC X.
j61015    03 WS-FLTD-DEP-AIRPORT        PIC X(3).
j61015    03 FILLER                     PIC X.
j61015    03 WS-FLTD-ARR-AIRPORT        PIC X(3).
j61015    03 FILLER                     PIC X.
j61015    03 WS-FLTD-TAX                PIC -ZZ.ZZ9,99.
j61015    03 FILLER                     PIC X.
j61015    03 WS-FLTD-TAX-RATE           PIC -ZZ.ZZ9,99.
j61015    03 FILLER                     PIC X.
j61015    03 WS-FLTD-TAX-SOURCE         PIC X(8).
j61015    03 FILLER                     PIC X.
j61015    03 WS-FLTD-TAX-DIFF           PIC -ZZ.ZZ9,99.
j61015    03 FILLER                     PIC X.
j61015    03 WS-FLTD-COST               PIC -ZZ.ZZ9,99.
j61015    03 FILLER                     PIC X.
j61015    03 WS-FLTD-COST-RATE          PIC -ZZ.ZZ9,99.
j61015    03 FILLER                     PIC X.
j61015    03 WS-FLTD-COST-DIFF          PIC -ZZ.ZZ9,99.
j61015    03 FILLER                     PIC X.
j61015    03 WS-FLTD-STATUS             PIC X(8).
j61015
j61015 01 FLIGHT-TAX-DIFFERENCES-TITLE
j61015    REDEFINES FLIGHT-TAX-DIFFERENCES-RECORD PIC X(140).

j61015 FD PROMOTION-VIOLATIONS.
j61015 01 PROMOTION-VIOLATIONS-RECORD.
j61015    03 WS-PRMV-BOOKNR             PIC X(9).
j61015    03 FILLER                     PIC X.
j61015    03 WS-PRMV-CODE               PIC X(6).
j61015    03 FILLER                     PIC X.
j61015    03 WS-PRMV-DESCRIPTION        PIC X(30).
j61015    03 FILLER                     PIC X.
j61015    03 WS-PRMV-BOOKING-DATE       PIC 9(8).
j61015    03 FILLER                     PIC X.
j61015    03 WS-PRMV-DEPARTURE-DATE     PIC 9(8).
j61015    03 FILLER                     PIC X.
j61015    03 WS-PRMV-GROUPNAME          PIC X(9).
j61015    03 FILLER                     PIC X.
j61015    03 WS-PRMV-HOTEL              PIC X(6).
j61015    03 FILLER                     PIC X.
j61015    03 WS-PRMV-AMOUNT             PIC -Z.ZZZ.ZZ9,99.
j61015    03 FILLER                     PIC X.
j61015    03 WS-PRMV-TYPE               PIC X.
j61015    03 FILLER                     PIC X.
j61015    03 WS-PRMV-RULE               PIC X(30).
j61015
j61015 01 PROMOTION-VIOLATIONS-TITLE
j61015    REDEFINES PROMOTION-VIOLATIONS-RECORD   PIC X(140).

j61015 FD PAX-AGE-VIOLATIONS.
j61015 01 PAX-AGE-VIOLATIONS-RECORD.
j61015    03 WS-PAXV-BOOKNR             PIC X(9).
j61015    03 FILLER                     PIC X.
j61015    03 WS-PAXV-PAX-NR             PIC 9(2).
j61015    03 FILLER                     PIC X.
j61015    03 WS-PAXV-NAME               PIC X(30).
j61015    03 FILLER                     PIC X.
j61015    03 WS-PAXV-PAX-TYPE           PIC X.
j61015    03 FILLER                     PIC X.
j61015    03 WS-PAXV-BIRTH-DATE         PIC 9(8).
j61015    03 FILLER                     PIC X.
j61015    03 WS-PAXV-DEPARTURE-DATE     PIC 9(8).
j61015    03 FILLER                     PIC X.
j61015    03 WS-PAXV-AGE                PIC ZZ9.
j61015    03 FILLER                     PIC X.
j61015    03 WS-PAXV-MAX-AGE            PIC Z9.
j61015    03 FILLER                     PIC X.
j61015    03 WS-PAXV-RED-CODE           PIC X(6).
j61015    03 FILLER                     PIC X.
j61015    03 WS-PAXV-RULE               PIC X(25).
j61015
j61015 01 PAX-AGE-VIOLATIONS-TITLE
j61015    REDEFINES PAX-AGE-VIOLATIONS-RECORD     PIC X(120).

j60821 FD SUMMARY-REPORT.
j60821 01 SUMMARY-REPORT-RECORD            PIC X(132).

j61015 FD PRODUCT-IMPACT.
j61015 01 PRODUCT-IMPACT-RECORD            PIC X(132).

j61015 FD ARCHIVE-LIST.
j61015 01 ARCHIVE-LIST-RECORD              PIC X(100).

       FD CHECKPOINT-FILE.
j60821 01 CHECKPOINT-FILE-RECORD           PIC X(45).

j60902 FD  JTVBDEPBOOKNR.
j60902 COPY "jtvbdepbooknr.cpy".

j61015 FD  JTVBPRODBOOKNR.
j61015 COPY "jtvbprodbooknr.cpy".

       FD  JTVBOOKINGS            EXTERNAL RECORDING MODE IS VARIABLE.
       COPY "jtvbookingstag.cpy"
                      REPLACING ==:TAG01:== BY ==01 JTVB==
j60902    03 BA-PARTITIONS                 PIC 9(2).
j60902    03 BA-PART-NO                    PIC 9(2).
j60902    03 BA-DEPDATE                    PIC X.
j61015    03 BA-PRODUCTS                   PIC X(34).
j61015    03 BA-CHILD-MAX-AGE              PIC 9(2).
j61015    03 BA-CHILD-RED-CODE             PIC X(6).
j61015    03 BA-INFANT-MAX-AGE             PIC 9(2).
j61015    03 BA-INFANT-RED-CODE            PIC X(6).


       01 WS-CALL-MODVIPUPGROOM         PIC X(13) VALUE "modvipupgroom".        
       01 WS-Q                             PIC 9(5).
       01 WS-FROM-BIN                      PIC S9(08) COMP SYNC.
       01 WS-TO-BIN                        PIC S9(08) COMP SYNC.
j61015 01 WS-JTVB-DATE-BIN                 PIC S9(08) COMP SYNC.
j61015 01 WS-BOOK-DATE-YMD                 PIC 9(8).
j61015 01 WS-DEP-DATE-YMD                  PIC 9(8).

j60821* counter ahead of the table so the depending item is defined
j60821* before the entries; each entry keeps the original currency
j60902 01 WS-PART-SLICE                     PIC S9(8)   COMP.
j60902 01 WS-PART-EXC-FILE                  PIC X(60).
j60902 01 WS-PART-STATS-FILE                PIC X(60).
j61015 01 WS-PART-HIST-FILE                 PIC X(60).
j61015 01 TOT-HIST-WRITTEN                  PIC 9(9)    VALUE ZEROS.

j60821 01 WS-INVOICE-DIFF-FILE              PIC X(60).
j60821 01 WS-INV-BRUTO                      PIC S9(9)V9(2).
j60821    88 SW-INV-EOF-YES                 VALUE "Y".
j60821    88 SW-INV-EOF-NO                  VALUE "N".

j61015* agent commission recalculated from the JTCOMMISS rate;
j61015* difference = invoiced - expected, so positive is overpaid
j61015 01 WS-COMM-DIFF-FILE                 PIC X(60).
j61015 01 WS-COMM-RATE                      PIC 9(2)V9(2).
j61015 01 WS-COMM-EXPECTED                  PIC S9(9)V9(2).
j61015 01 WS-COMM-DIFF                      PIC S9(9)V9(2).
j61015 01 WS-COMM-GROUPNAME                 PIC X(9).
j61015 01 SW-COMM-RATE                      PIC X       VALUE "N".
j61015    88 SW-COMM-RATE-FOUND             VALUE "Y".
j61015    88 SW-COMM-RATE-NONE              VALUE "N".
j61015 01 SW-COMM-EOF                       PIC X       VALUE "Y".
j61015    88 SW-COMM-EOF-YES                VALUE "Y".
j61015    88 SW-COMM-EOF-NO                 VALUE "N".
j61015 01 TOT-COMM-DIFFERENCES              PIC 9(9)    VALUE ZEROS.

j61015* tax and cost charged per booking flight against the masters:
j61015* JTLHTAX for the route, else NJAIRPORTTAX for both airports,
j61015* and NJFLIGHTCOST for the flight, valid on the flight date
j61015 01 WS-FLIGHT-DIFF-FILE               PIC X(60).
j61015 01 WS-FLT-DATE                       PIC 9(8).
j61015 01 WS-FLT-AIRPORT                    PIC X(3).
j61015 01 WS-FLT-AIRPORT-TAX                PIC S9(5)V9(2).
j61015 01 WS-FLT-TAX-RATE                   PIC S9(5)V9(2).
j61015 01 WS-FLT-TAX-RATES-FOUND            PIC 9.
j61015 01 WS-FLT-COST-RATE                  PIC S9(5)V9(2).
j61015 01 WS-FLT-TAX-DIFF                   PIC S9(7)V9(2).
j61015 01 WS-FLT-COST-DIFF                  PIC S9(7)V9(2).
j61015 01 WS-FLT-TAX-SOURCE                 PIC X(8).
j61015 01 SW-FLT-EOF                        PIC X       VALUE "Y".
j61015    88 SW-FLT-EOF-YES                 VALUE "Y".
j61015    88 SW-FLT-EOF-NO                  VALUE "N".
j61015 01 SW-FLT-RATE-EOF                   PIC X       VALUE "Y".
j61015    88 SW-FLT-RATE-EOF-YES            VALUE "Y".
j61015    88 SW-FLT-RATE-EOF-NO             VALUE "N".
j61015 01 SW-FLT-RATE                       PIC X       VALUE "N".
j61015    88 SW-FLT-RATE-FOUND              VALUE "Y".
j61015    88 SW-FLT-RATE-NONE               VALUE "N".
j61015 01 SW-FLT-TAX                        PIC X       VALUE "N".
j61015    88 SW-FLT-TAX-FOUND               VALUE "Y".
j61015    88 SW-FLT-TAX-NONE                VALUE "N".
j61015 01 TOT-FLIGHTS-CHECKED               PIC 9(9)    VALUE ZEROS.
j61015 01 TOT-FLIGHT-DIFFERENCES            PIC 9(9)    VALUE ZEROS.

j61015* reductions applied by modredpo against the promotion masters:
j61015* JPROMO1 header, NJPROMO1 campaign conditions (booking and
j61015* travel window, group, amount or percentage) and the RECPROM3
j61015* hotel list; a promotion without RECPROM3 hotels is open to
j61015* every hotel
j61015 01 WS-PROMO-VIOL-FILE                PIC X(60).
j61015 01 WS-PROMO-IDX                      PIC 9(2).
j61015 01 WS-PROMO-CODE                     PIC X(6).
j61015 01 WS-PROMO-DESCRIPTION              PIC X(30).
j61015 01 WS-PROMO-RULE                     PIC X(30).
j61015 01 WS-PROMO-GROUPNAME                PIC X(9).
j61015 01 WS-PROMO-AMOUNT                   PIC S9(7)V9(2).
j61015 01 WS-PROMO-PERCENTAGE               PIC 9(3)V9(2).
j61015 01 WS-PROMO-RED-AMOUNT               PIC S9(7)V9(2).
j61015 01 SW-PROMO-EOF                      PIC X       VALUE "Y".
j61015    88 SW-PROMO-EOF-YES               VALUE "Y".
j61015    88 SW-PROMO-EOF-NO                VALUE "N".
j61015 01 SW-PROMO-COND                     PIC X       VALUE "N".
j61015    88 SW-PROMO-COND-FOUND            VALUE "Y".
j61015    88 SW-PROMO-COND-NONE             VALUE "N".
j61015 01 SW-PROMO-ROWS                     PIC X       VALUE "N".
j61015    88 SW-PROMO-ROWS-YES              VALUE "Y".
j61015    88 SW-PROMO-ROWS-NO               VALUE "N".
j61015 01 SW-PROMO-BOOKWIN                  PIC X       VALUE "N".
j61015    88 SW-PROMO-BOOKWIN-YES           VALUE "Y".
j61015    88 SW-PROMO-BOOKWIN-NO            VALUE "N".
j61015 01 TOT-PROMO-VIOLATIONS              PIC 9(9)    VALUE ZEROS.

j61015* child and infant reductions per passenger: the age on the
j61015* departure date against the maximum age of the reduction the
j61015* booking carries (reduction codes and ages from the run
j61015* parameters, as rb7935 keeps them)
j61015 01 WS-PAX-AGE-FILE                   PIC X(60).
j61015 01 WS-PAX-MAX-AGE                    PIC 9(2).
j61015 01 WS-PAX-RED-CODE                   PIC X(6).
j61015 01 WS-PAX-CHILDREN                   PIC 9(2).
j61015 01 WS-PAX-INFANTS                    PIC 9(2).
j61015 01 SW-CHILD-RED                      PIC X       VALUE "N".
j61015    88 SW-CHILD-RED-YES               VALUE "Y".
j61015    88 SW-CHILD-RED-NO                VALUE "N".
j61015 01 SW-INFANT-RED                     PIC X       VALUE "N".
j61015    88 SW-INFANT-RED-YES              VALUE "Y".
j61015    88 SW-INFANT-RED-NO               VALUE "N".
j61015 01 WS-PAX-BIRTH-DATE                 PIC 9(8).
j61015 01 REDEFINES WS-PAX-BIRTH-DATE.
j61015    03 WS-PAX-BIRTH-YYYY              PIC 9(4).
j61015    03 WS-PAX-BIRTH-MMDD              PIC 9(4).
j61015 01 WS-PAX-DEP-DATE                   PIC 9(8).
j61015 01 REDEFINES WS-PAX-DEP-DATE.
j61015    03 WS-PAX-DEP-YYYY                PIC 9(4).
j61015    03 WS-PAX-DEP-MMDD                PIC 9(4).
j61015 01 WS-PAX-AGE                        PIC S9(3).
j61015 01 WS-PAX-RULE                       PIC X(25).
j61015 01 SW-PAX-EOF                        PIC X       VALUE "Y".
j61015    88 SW-PAX-EOF-YES                 VALUE "Y".
j61015    88 SW-PAX-EOF-NO                  VALUE "N".
j61015 01 SW-PAX-AGE-VIOL                   PIC X       VALUE "N".
j61015    88 SW-PAX-AGE-VIOL-YES            VALUE "Y".
j61015    88 SW-PAX-AGE-VIOL-NO             VALUE "N".
j61015 01 TOT-PAX-CHECKED                   PIC 9(9)    VALUE ZEROS.
j61015 01 TOT-PAX-VIOLATIONS                PIC 9(9)    VALUE ZEROS.

j60821 01 WS-DWH-STATUS                     PIC X(8).
j60821 01 WS-DWH-REVENUE                    PIC S9(8)V9(2).
j60821 01 WS-DWH-EDIT                       PIC -ZZZZZZ9,99.
j60821       05 TBAG-BOOKINGS               PIC 9(7).
j60821       05 TBAG-EXCEPTIONS             PIC 9(7).
j60821       05 TBAG-DIFF                   PIC S9(9)V9(2).
j61015       05 TBAG-COMM-DIFFS             PIC 9(7).
j61015       05 TBAG-COMM-OVER              PIC S9(9)V9(2).
j61015       05 TBAG-COMM-UNDER             PIC S9(9)V9(2).
j60821 01 TBGR-GROUP-STATS.
j60821    03 WS-IND-GR                      PIC 9(3) VALUE ZEROS.
j60821    03 TBGR-GROUP-STAT OCCURS 200
j60821
j60821 01 WS-SUMMARY-FILE                   PIC X(60).
j60821 01 WS-SEND-FILE                      PIC X(60).
j61015*    run archive: $DD_WORKDIR/price_runs/<run id>, with an
j61015*    archive.lst naming the files filed there for rb7948
j61015 01 WS-ARCHIVE-DIR                    PIC X(60).
j61015 01 WS-ARCHIVE-LIST-FILE              PIC X(80).
j61015 01 WS-ARCHIVE-FILE                   PIC X(60).
j61015 01 WS-ARCHIVE-SKIP                   PIC X(60).
j61015 01 WS-ARCHIVE-NAME                   PIC X(60).
j61015 01 WS-ARCHIVE-COUNT                  PIC 9(3).
j60821 01 WS-SUM-LINE                       PIC X(132).
j60821 01 WS-SUM-MODE                       PIC X(40).
j60821 01 WS-SUM-DETAIL.
j60821 01 WS-SUM-TOT-BOOKINGS               PIC 9(9).
j60821 01 WS-SUM-TOT-EXCEPTIONS             PIC 9(9).
j60821 01 WS-SUM-TOT-DIFF                   PIC S9(11)V9(2).

j61015* product run: the hotel / product codes keyed on the screen
j61015* and, per code, what the bookings holding it in the departure
j61015* period were sold at against what they price at now
j61015 01 WS-IMPACT-FILE                    PIC X(60).
j61015 01 WS-PRODUCTS-WORK                  PIC X(34).
j61015 01 TBPC-CODES-IN.
j61015    03 TBPC-CODE-IN OCCURS 6          PIC X(6).
j61015 01 WS-IND-PC                         PIC 9(2)  VALUE ZEROS.
j61015 01 TBPC-PRODUCTS.
j61015    03 TBPC-PRODUCT OCCURS 6.
j61015       05 TBPC-CODE                   PIC X(6).
j61015       05 TBPC-BOOKINGS               PIC 9(7).
j61015       05 TBPC-EXCEPTIONS             PIC 9(7).
j61015       05 TBPC-SALDO                  PIC S9(11)V9(2).
j61015       05 TBPC-MODCALC                PIC S9(11)V9(2).
j61015 01 WS-PC-IDX                         PIC 9(2).
j61015 01 WS-PC-IDX2                        PIC 9(2).
j61015 01 WS-PROD-SAVE-KEY.
j61015    03 WS-PROD-SAVE-CODE              PIC X(6).
j61015    03 WS-PROD-SAVE-DEP-DATE          PIC S9(8)  COMP.
j61015    03 WS-PROD-SAVE-BOOKNR9           PIC 9(9).
j61015 01 SW-PROD-SEEN                      PIC X       VALUE "N".
j61015    88 SW-PROD-SEEN-YES               VALUE "Y".
j61015    88 SW-PROD-SEEN-NO                VALUE "N".
j61015 01 WS-IMP-TOT-BOOKINGS               PIC 9(9).
j61015 01 WS-IMP-TOT-EXCEPTIONS             PIC 9(9).
j61015 01 WS-IMP-TOT-SALDO                  PIC S9(11)V9(2).
j61015 01 WS-IMP-TOT-MODCALC                PIC S9(11)V9(2).
j61015 01 WS-IMP-DETAIL.
j61015    03 WS-IMPD-CODE                   PIC X(10).
j61015    03 FILLER                         PIC X(2).
j61015    03 WS-IMPD-NAME                   PIC X(30).
j61015    03 FILLER                         PIC X(2).
j61015    03 WS-IMPD-BOOKINGS               PIC ZZZ.ZZ9.
j61015    03 FILLER                         PIC X(2).
j61015    03 WS-IMPD-EXCEPTIONS             PIC ZZZ.ZZ9.
j61015    03 FILLER                         PIC X(2).
j61015    03 WS-IMPD-SALDO                  PIC -ZZZ.ZZZ.ZZ9,99.
j61015    03 FILLER                         PIC X(2).
j61015    03 WS-IMPD-MODCALC                PIC -ZZZ.ZZZ.ZZ9,99.
j61015    03 FILLER                         PIC X(2).
j61015    03 WS-IMPD-DIFF                   PIC -ZZZ.ZZZ.ZZ9,99.
j61015 01 WS-IMP-COLUMNS.
j61015    03 FILLER                         PIC X(12) VALUE "CODE".
j61015    03 FILLER                         PIC X(32) VALUE "NAME".
j61015    03 FILLER                         PIC X(9)  VALUE " BOOKINGS".
j61015    03 FILLER                         PIC X(9)  VALUE "  EXCEPTS".
j61015    03 FILLER                         PIC X(17)
j61015                                      VALUE "      SOLD AMOUNT".
j61015    03 FILLER                         PIC X(17)
j61015                                      VALUE "       PRICED NOW".
j61015    03 FILLER                         PIC X(17)
j61015                                      VALUE "       DIFFERENCE".
j61015 01 WS-SUM-COMM-DETAIL.
j61015    03 WS-SUMC-CODE                   PIC X(10).
j61015    03 FILLER                         PIC X(2).
j61015    03 WS-SUMC-NAME                   PIC X(30).
j61015    03 FILLER                         PIC X(2).
j61015    03 WS-SUMC-DIFFS                  PIC ZZZ.ZZ9.
j61015    03 FILLER                         PIC X(2).
j61015    03 WS-SUMC-OVER                   PIC -ZZZ.ZZZ.ZZ9,99.
j61015    03 FILLER                         PIC X(2).
j61015    03 WS-SUMC-UNDER                  PIC -ZZZ.ZZZ.ZZ9,99.
j61015 01 WS-SUM-COMM-COLUMNS.
j61015    03 FILLER                         PIC X(12) VALUE "CODE".
j61015    03 FILLER                         PIC X(32) VALUE "NAME".
j61015    03 FILLER                         PIC X(9)  VALUE " BOOKINGS".
j61015    03 FILLER                         PIC X(17)
j61015                                      VALUE "       OVERPAID".
j61015    03 FILLER                         PIC X(17)
j61015                                      VALUE "      UNDERPAID".
j61015 01 WS-SUM-TOT-COMM-DIFFS             PIC 9(9).
j61015 01 WS-SUM-TOT-COMM-OVER              PIC S9(11)V9(2).
j61015 01 WS-SUM-TOT-COMM-UNDER             PIC S9(11)V9(2).
j60821 01 WS-EXL-CALC-COUNT                 PIC 9(3).
j60821 01 WS-EXL-MAX                        PIC 9(3).
j60821 01 WS-EXL-FILE-VAL                   PIC S9(7)V9(2).
           MOVE FUNCTION WHEN-COMPILED TO UNIX-DATE-COMPILED.

           DISPLAY "++++".
           DISPLAY "++++ Last Amended: 15/10/2026 10:00:00 jluque01".
           DISPLAY "++++ Last Compiled :"
                   " " UNIX-DAY "/" UNIX-MONTH "/" UNIX-YEAR
                   " " UNIX-HOUR ":" UNIX-MINUTES ":" UNIX-SEC.
           
           MOVE UNIX-DATE-ACCEPTED-NUM TO WS-DATE-NUM

j61015     PERFORM B-CHECK-AGE-PARAMS.
j60902     PERFORM B-ACQUIRE-RUN-LOCK.

           PERFORM B-OPENEN-BESTANDEN.
           PERFORM X-EINDE.

      /---
j61015* The maximum ages of the child and infant reductions come with
j61015* the run parameters.  A job saved before they were on the
j61015* screen has spaces there: no reduction code means that age
j61015* check is off.
j61015 B-CHECK-AGE-PARAMS.
j61015
j61015     IF BA-CHILD-MAX-AGE IS NOT NUMERIC OR
j61015        BA-CHILD-RED-CODE = LOW-VALUES
j61015        MOVE ZEROS  TO BA-CHILD-MAX-AGE
j61015        MOVE SPACES TO BA-CHILD-RED-CODE
j61015     END-IF
j61015     IF BA-INFANT-MAX-AGE IS NOT NUMERIC OR
j61015        BA-INFANT-RED-CODE = LOW-VALUES
j61015        MOVE ZEROS  TO BA-INFANT-MAX-AGE
j61015        MOVE SPACES TO BA-INFANT-RED-CODE
j61015     END-IF
j61015     IF BA-CHILD-RED-CODE NOT = SPACES
j61015        DISPLAY "Child reduction. . : " BA-CHILD-RED-CODE
j61015                " max age " BA-CHILD-MAX-AGE
j61015     END-IF
j61015     IF BA-INFANT-RED-CODE NOT = SPACES
j61015        DISPLAY "Infant reduction . : " BA-INFANT-RED-CODE
j61015                " max age " BA-INFANT-MAX-AGE
j61015     END-IF
j61015     .

j61015/---
j60902* Only one price-check run at a time: overlapping runs rewrite
j60902* the same EXBA records, share one checkpoint and append to the
j60902* same extract, which wrecks each other's restart logic.  The
j60902           MOVE "D" TO WS-RUN-MODE
j60902        WHEN BA-RECHECK = "Y"
j60902           MOVE "R" TO WS-RUN-MODE
j61015        WHEN BA-PRODUCTS NOT = SPACES AND LOW-VALUES
j61015           MOVE "H" TO WS-RUN-MODE
j60902        WHEN BA-DEPDATE = "Y"
j60902           MOVE "V" TO WS-RUN-MODE
j60902        WHEN OTHER
j60902     MOVE WS-RUN-ID       TO EXLK-RUN-ID
j60902     MOVE WS-RUN-USER     TO EXLK-USER
j60902     MOVE WS-RUN-MODE     TO EXLK-MODE
j61015     IF WS-RUN-MODE = "P" OR "V" OR "H"
j60902        MOVE BA-DATE-FROM TO EXLK-DATE-FROM
j60902        MOVE BA-DATE-TO   TO EXLK-DATE-TO
j60902     END-IF
j60902     MOVE "A"             TO EXRU-STATUS
j60902     MOVE WS-RUN-USER     TO EXRU-USER
j60902     MOVE WS-RUN-MODE     TO EXRU-MODE
j61015     IF WS-RUN-MODE = "P" OR "V" OR "H"
j60902        MOVE BA-DATE-FROM TO EXRU-DATE-FROM
j60902        MOVE BA-DATE-TO   TO EXRU-DATE-TO
j60902     END-IF
j60902*          opened further down with the other standing files
j60902           CONTINUE
j60902        ELSE
j61015        IF BA-PRODUCTS NOT = SPACES AND LOW-VALUES
j61015*          the departure period of a product run; it is short
j61015*          and keeps no checkpoint, a broken one just reruns
j61015           CALL "datec2b"  USING BA-DATE-FROM WS-FROM-BIN
j61015           CALL "datec2b"  USING BA-DATE-TO   WS-TO-BIN
j61015           DISPLAY "Products . . . . . : " BA-PRODUCTS
j61015           DISPLAY "Departures from  . : " BA-DATE-FROM " - "
j61015                   WS-FROM-BIN
j61015           DISPLAY "Departures to. . . : " BA-DATE-TO " - "
j61015                   WS-TO-BIN
j61015        ELSE
              CALL "datec2b"  USING BA-DATE-FROM WS-FROM-BIN
              CALL "datec2b"  USING BA-DATE-TO   WS-TO-BIN

j60902        END-IF

              PERFORM R-CHECK-RESUME
j61015        END-IF
j60902        END-IF
j60821        END-IF
           END-IF
j60821
j60821     MOVE SPACES TO INVOICE-DIFFERENCES-TITLE
j60821
j61015     IF SW-PART-MODE-YES
j61015        MOVE SPACES TO WS-COMM-DIFF-FILE
j61015        STRING "$DD_WORKDIR/commission_differences"
j61015               WS-PART-SUFFIX ".csv"
j61015           DELIMITED BY SIZE INTO WS-COMM-DIFF-FILE
j61015     ELSE
j61015     IF BA-RECHECK = "Y"
j61015        MOVE "$DD_WORKDIR/commission_differences_recheck.csv"
j61015          TO WS-COMM-DIFF-FILE
j61015     ELSE
j61015     MOVE "$DD_WORKDIR/commission_differences.csv" TO
j61015                                             WS-COMM-DIFF-FILE
j61015     END-IF
j61015     END-IF
j61015     IF SW-RESUME-YES
j61015        OPEN EXTEND COMMISSION-DIFFERENCES
j61015     ELSE
j61015        OPEN OUTPUT COMMISSION-DIFFERENCES
j61015     END-IF
j61015     IF WS-REPLY <> ZEROES
j61015        DISPLAY "** Error opening COMMISSION-DIFFERENCES "
j61015                WS-REPLY
j61015        PERFORM X-EINDE
j61015     ELSE
j61015        IF NOT SW-RESUME-YES AND SW-PART-MODE-NO
j61015           INITIALIZE COMMISSION-DIFFERENCES-TITLE
j61015
j61015           STRING  "Bookingnumber;"
j61015                   "Agent;"
j61015                   "Group;"
j61015                   "Booking Date;"
j61015                   "Invoiced Gross;"
j61015                   "Rate;"
j61015                   "Expected Commission;"
j61015                   "Invoiced Commission;"
j61015                   "Difference;"
j61015                   "Status;"
j61015              DELIMITED BY SIZE
j61015                  INTO COMMISSION-DIFFERENCES-TITLE
j61015           WRITE COMMISSION-DIFFERENCES-TITLE
j61015        END-IF
j61015     END-IF
j61015
j61015     MOVE SPACES TO COMMISSION-DIFFERENCES-TITLE
j61015
j61015     IF SW-PART-MODE-YES
j61015        MOVE SPACES TO WS-FLIGHT-DIFF-FILE
j61015        STRING "$DD_WORKDIR/flight_tax_differences"
j61015               WS-PART-SUFFIX ".csv"
j61015           DELIMITED BY SIZE INTO WS-FLIGHT-DIFF-FILE
j61015     ELSE
j61015     IF BA-RECHECK = "Y"
j61015        MOVE "$DD_WORKDIR/flight_tax_differences_recheck.csv"
j61015          TO WS-FLIGHT-DIFF-FILE
j61015     ELSE
j61015     MOVE "$DD_WORKDIR/flight_tax_differences.csv" TO
j61015                                             WS-FLIGHT-DIFF-FILE
j61015     END-IF
j61015     END-IF
j61015     IF SW-RESUME-YES
j61015        OPEN EXTEND FLIGHT-TAX-DIFFERENCES
j61015     ELSE
j61015        OPEN OUTPUT FLIGHT-TAX-DIFFERENCES
j61015     END-IF
j61015     IF WS-REPLY <> ZEROES
j61015        DISPLAY "** Error opening FLIGHT-TAX-DIFFERENCES "
j61015                WS-REPLY
j61015        PERFORM X-EINDE
j61015     ELSE
j61015        IF NOT SW-RESUME-YES AND SW-PART-MODE-NO
j61015           INITIALIZE FLIGHT-TAX-DIFFERENCES-TITLE
j61015
j61015           STRING  "Bookingnumber;"
j61015                   "Flight;"
j61015                   "Flight Date;"
j61015                   "From;"
j61015                   "To;"
j61015                   "Tax Charged;"
j61015                   "Tax Rate;"
j61015                   "Tax Source;"
j61015                   "Tax Difference;"
j61015                   "Cost Charged;"
j61015                   "Cost Rate;"
j61015                   "Cost Difference;"
j61015                   "Status;"
j61015              DELIMITED BY SIZE
j61015                  INTO FLIGHT-TAX-DIFFERENCES-TITLE
j61015           WRITE FLIGHT-TAX-DIFFERENCES-TITLE
j61015        END-IF
j61015     END-IF
j61015
j61015     MOVE SPACES TO FLIGHT-TAX-DIFFERENCES-TITLE
j61015
j61015     IF SW-PART-MODE-YES
j61015        MOVE SPACES TO WS-PROMO-VIOL-FILE
j61015        STRING "$DD_WORKDIR/promotion_violations"
j61015               WS-PART-SUFFIX ".csv"
j61015           DELIMITED BY SIZE INTO WS-PROMO-VIOL-FILE
j61015     ELSE
j61015     IF BA-RECHECK = "Y"
j61015        MOVE "$DD_WORKDIR/promotion_violations_recheck.csv"
j61015          TO WS-PROMO-VIOL-FILE
j61015     ELSE
j61015     MOVE "$DD_WORKDIR/promotion_violations.csv" TO
j61015                                             WS-PROMO-VIOL-FILE
j61015     END-IF
j61015     END-IF
j61015     IF SW-RESUME-YES
j61015        OPEN EXTEND PROMOTION-VIOLATIONS
j61015     ELSE
j61015        OPEN OUTPUT PROMOTION-VIOLATIONS
j61015     END-IF
j61015     IF WS-REPLY <> ZEROES
j61015        DISPLAY "** Error opening PROMOTION-VIOLATIONS "
j61015                WS-REPLY
j61015        PERFORM X-EINDE
j61015     ELSE
j61015        IF NOT SW-RESUME-YES AND SW-PART-MODE-NO
j61015           INITIALIZE PROMOTION-VIOLATIONS-TITLE
j61015
j61015           STRING  "Bookingnumber;"
j61015                   "Promotion;"
j61015                   "Description;"
j61015                   "Booking Date;"
j61015                   "Departure;"
j61015                   "Group;"
j61015                   "Hotel;"
j61015                   "Reduction;"
j61015                   "Type;"
j61015                   "Rule Broken;"
j61015              DELIMITED BY SIZE
j61015                  INTO PROMOTION-VIOLATIONS-TITLE
j61015           WRITE PROMOTION-VIOLATIONS-TITLE
j61015        END-IF
j61015     END-IF
j61015
j61015     MOVE SPACES TO PROMOTION-VIOLATIONS-TITLE
j61015
j61015     IF SW-PART-MODE-YES
j61015        MOVE SPACES TO WS-PAX-AGE-FILE
j61015        STRING "$DD_WORKDIR/pax_age_violations"
j61015               WS-PART-SUFFIX ".csv"
j61015           DELIMITED BY SIZE INTO WS-PAX-AGE-FILE
j61015     ELSE
j61015     IF BA-RECHECK = "Y"
j61015        MOVE "$DD_WORKDIR/pax_age_violations_recheck.csv"
j61015          TO WS-PAX-AGE-FILE
j61015     ELSE
j61015     MOVE "$DD_WORKDIR/pax_age_violations.csv" TO
j61015                                             WS-PAX-AGE-FILE
j61015     END-IF
j61015     END-IF
j61015     IF SW-RESUME-YES
j61015        OPEN EXTEND PAX-AGE-VIOLATIONS
j61015     ELSE
j61015        OPEN OUTPUT PAX-AGE-VIOLATIONS
j61015     END-IF
j61015     IF WS-REPLY <> ZEROES
j61015        DISPLAY "** Error opening PAX-AGE-VIOLATIONS " WS-REPLY
j61015        PERFORM X-EINDE
j61015     ELSE
j61015        IF NOT SW-RESUME-YES AND SW-PART-MODE-NO
j61015           INITIALIZE PAX-AGE-VIOLATIONS-TITLE
j61015
j61015           STRING  "Bookingnumber;"
j61015                   "Pax;"
j61015                   "Name;"
j61015                   "Pax Type;"
j61015                   "Birth Date;"
j61015                   "Departure;"
j61015                   "Age;"
j61015                   "Max Age;"
j61015                   "Reduction;"
j61015                   "Rule Broken;"
j61015              DELIMITED BY SIZE
j61015                  INTO PAX-AGE-VIOLATIONS-TITLE
j61015           WRITE PAX-AGE-VIOLATIONS-TITLE
j61015        END-IF
j61015     END-IF
j61015
j61015     MOVE SPACES TO PAX-AGE-VIOLATIONS-TITLE
j61015
j60902* the workbasket is a standing file: create it on first use,
j60902* open it for update afterwards.  A partition run leaves the
j60902* basket alone: bb7935c applies all partitions' updates once.
j60902        PERFORM X-EINDE
j60902     END-IF
j60902     END-IF
j61015
j61015* each booking's result is kept per run id; a partition hands
j61015* its results to bb7935c, which files the whole range under
j61015* the consolidation run
j61015     IF SW-PART-MODE-YES
j61015        MOVE SPACES TO WS-PART-HIST-FILE
j61015        STRING "$DD_WORKDIR/bb7935_part" WS-PART-SUFFIX
j61015               "_hist.dat"
j61015           DELIMITED BY SIZE INTO WS-PART-HIST-FILE
j61015        IF SW-RESUME-YES
j61015           OPEN EXTEND PART-HIST
j61015        ELSE
j61015           OPEN OUTPUT PART-HIST
j61015        END-IF
j61015        IF WS-REPLY <> ZEROES
j61015           DISPLAY "** Error opening PART-HIST " WS-REPLY
j61015           PERFORM X-EINDE
j61015        END-IF
j61015     ELSE
j61015        OPEN I-O PRICE-BOOK-HIST
j61015        IF WS-REPLY = "35"
j61015           OPEN OUTPUT PRICE-BOOK-HIST
j61015           CLOSE PRICE-BOOK-HIST
j61015           OPEN I-O PRICE-BOOK-HIST
j61015        END-IF
j61015        IF WS-REPLY <> ZEROES
j61015           DISPLAY "** Error opening PRICE-BOOK-HIST " WS-REPLY
j61015           PERFORM X-EINDE
j61015        END-IF
j61015     END-IF
j60821
j60821     MOVE SPACES TO VOUCHER-ANOMALIES-TITLE
j60821     MOVE SPACES TO PRICE-EXCEPTION-LINES-TITLE
j60902        END-IF
j60902     END-IF

j61015     IF BA-PRODUCTS NOT = SPACES AND LOW-VALUES
j61015        OPEN INPUT JTVBPRODBOOKNR
j61015        IF WS-REPLY NOT = ZEROES
j61015           DISPLAY "** Error open JTVBPRODBOOKNR " WS-REPLY
j61015           DISPLAY "** Has the bb7939 index build run?"
j61015           PERFORM X-EINDE
j61015        END-IF
j61015     END-IF

           OPEN INPUT JTMCPRICE.
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error open JTMCPRICE " WS-REPLY                      
j60902     IF BA-RECHECK = "Y"
j60902        PERFORM D-CHECK-BASKET
j60902     ELSE
j61015     IF BA-PRODUCTS NOT = SPACES AND LOW-VALUES
j61015        PERFORM D-CHECK-PRODUCTS
j61015     ELSE
j60902     IF BA-DEPDATE = "Y"
j60902        PERFORM D-CHECK-DEP-RANGE
           ELSE
j60821        PERFORM D-CHECK-DATE-RANGE
j60902     END-IF
j61015     END-IF
j60902     END-IF
j60821     END-IF
           END-IF
j60902     END-EVALUATE
j60902     .

      /---
j61015* Product run after a price master correction: for every hotel /
j61015* product code keyed on the screen, the JTVBPRODBOOKNR index
j61015* gives the bookings holding it that depart in the period.  A
j61015* booking holding two of the codes is priced once, under the
j61015* first, and counted in the impact of each code it holds.
j61015 D-CHECK-PRODUCTS.

j61015     MOVE "D-CHECK-PRODUCTS" TO WS-FAIL-PARA
j61015
j61015     PERFORM R-LOAD-PRODUCT-CODES
j61015     MOVE ZEROS TO WS-IMP-TOT-BOOKINGS
j61015                   WS-IMP-TOT-EXCEPTIONS
j61015                   WS-IMP-TOT-SALDO
j61015                   WS-IMP-TOT-MODCALC
j61015     PERFORM D-CHECK-ONE-PRODUCT
j61015             VARYING WS-PC-IDX FROM 1 BY 1
j61015             UNTIL WS-PC-IDX > WS-IND-PC
j61015     MOVE "CURRENT " TO WS-CURRENT-SOURCE-FLAG
j61015     MOVE ZEROES TO WS-REPLY
j61015     .
j61015
j61015 D-CHECK-ONE-PRODUCT.
j61015
j61015     DISPLAY "Product " TBPC-CODE(WS-PC-IDX)
j61015     INITIALIZE JTPD-RECORD
j61015     MOVE TBPC-CODE(WS-PC-IDX) TO JTPD-PRODUCT-CODE
j61015     MOVE WS-FROM-BIN          TO JTPD-DEP-DATE
j61015     MOVE ZEROS                TO JTPD-BOOKNR9
j61015     SET SW-END-OF-FILE-NO TO TRUE
j61015     START JTVBPRODBOOKNR KEY IS NOT LESS THAN JTPD-KEY
j61015     IF WS-REPLY NOT = ZEROES
j61015        DISPLAY "** No bookings indexed for product "
j61015                TBPC-CODE(WS-PC-IDX)
j61015        SET SW-END-OF-FILE-YES TO TRUE
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     PERFORM D-CHECK-PRODUCT-ENTRY UNTIL SW-END-OF-FILE-YES
j61015     .
j61015
j61015 D-CHECK-PRODUCT-ENTRY.
j61015
j61015*    the look-ups on the other codes re-position the index, so
j61015*    the walk re-starts after the entry just done
j61015     READ JTVBPRODBOOKNR NEXT
j61015     EVALUATE TRUE
j61015        WHEN WS-REPLY = 10 OR 46
j61015           SET SW-END-OF-FILE-YES TO TRUE
j61015        WHEN WS-REPLY NOT = ZEROES
j61015           DISPLAY "** Error read JTVBPRODBOOKNR " WS-REPLY
j61015           SET SW-END-OF-FILE-YES TO TRUE
j61015        WHEN JTPD-PRODUCT-CODE NOT = TBPC-CODE(WS-PC-IDX)
j61015           SET SW-END-OF-FILE-YES TO TRUE
j61015        WHEN JTPD-DEP-DATE > WS-TO-BIN
j61015           SET SW-END-OF-FILE-YES TO TRUE
j61015        WHEN OTHER
j61015           MOVE JTPD-KEY TO WS-PROD-SAVE-KEY
j61015           PERFORM R-CHECK-PRODUCT-SEEN
j61015           IF SW-PROD-SEEN-NO
j61015              MOVE WS-PROD-SAVE-BOOKNR9 TO WS-INPUT-BOOKNR
j61015              MOVE ZEROS        TO WS-INPUT-PAX
j61015                                   WS-INPUT-PRICE
j61015              PERFORM R-READ-JTVB-OR-ARCHIVE
j61015              IF WS-REPLY = ZEROES
j61015                 PERFORM R-CHECK-ONE-BOOKING
j61015                 ADD 1 TO TOT-INPUT-BOOKINGS
j61015                 PERFORM R-ADD-PRODUCT-IMPACT
j61015              END-IF
j61015           END-IF
j61015           MOVE WS-PROD-SAVE-KEY TO JTPD-KEY
j61015           START JTVBPRODBOOKNR KEY IS GREATER THAN JTPD-KEY
j61015           IF WS-REPLY NOT = ZEROES
j61015              SET SW-END-OF-FILE-YES TO TRUE
j61015           END-IF
j61015           MOVE ZEROES TO WS-REPLY
j61015     END-EVALUATE
j61015     .
j61015
j61015* codes from the screen, blanks and repeats dropped
j61015 R-LOAD-PRODUCT-CODES.
j61015
j61015     MOVE BA-PRODUCTS TO WS-PRODUCTS-WORK
j61015     INSPECT WS-PRODUCTS-WORK REPLACING ALL "," BY SPACE
j61015     MOVE SPACES TO TBPC-CODES-IN
j61015     UNSTRING WS-PRODUCTS-WORK DELIMITED BY ALL SPACE
j61015         INTO TBPC-CODE-IN(1) TBPC-CODE-IN(2) TBPC-CODE-IN(3)
j61015              TBPC-CODE-IN(4) TBPC-CODE-IN(5) TBPC-CODE-IN(6)
j61015     END-UNSTRING
j61015     MOVE ZEROS TO WS-IND-PC
j61015     PERFORM R-LOAD-ONE-PRODUCT-CODE
j61015             VARYING WS-PC-IDX FROM 1 BY 1
j61015             UNTIL WS-PC-IDX > 6
j61015     .
j61015
j61015 R-LOAD-ONE-PRODUCT-CODE.
j61015
j61015     IF TBPC-CODE-IN(WS-PC-IDX) NOT = SPACES
j61015        SET SW-PROD-SEEN-NO TO TRUE
j61015        PERFORM R-FIND-PRODUCT-CODE
j61015                VARYING WS-PC-IDX2 FROM 1 BY 1
j61015                UNTIL WS-PC-IDX2 > WS-IND-PC
j61015        IF SW-PROD-SEEN-NO
j61015           ADD 1 TO WS-IND-PC
j61015           INITIALIZE TBPC-PRODUCT(WS-IND-PC)
j61015           MOVE TBPC-CODE-IN(WS-PC-IDX) TO TBPC-CODE(WS-IND-PC)
j61015        END-IF
j61015     END-IF
j61015     .
j61015
j61015 R-FIND-PRODUCT-CODE.
j61015
j61015     IF TBPC-CODE(WS-PC-IDX2) = TBPC-CODE-IN(WS-PC-IDX)
j61015        SET SW-PROD-SEEN-YES TO TRUE
j61015     END-IF
j61015     .
j61015
j61015* was this booking already priced under an earlier code?
j61015 R-CHECK-PRODUCT-SEEN.
j61015
j61015     SET SW-PROD-SEEN-NO TO TRUE
j61015     PERFORM R-PRODUCT-HELD-BEFORE
j61015             VARYING WS-PC-IDX2 FROM 1 BY 1
j61015             UNTIL WS-PC-IDX2 NOT < WS-PC-IDX
j61015                OR SW-PROD-SEEN-YES
j61015     .
j61015
j61015 R-PRODUCT-HELD-BEFORE.
j61015
j61015     MOVE WS-PROD-SAVE-KEY      TO JTPD-KEY
j61015     MOVE TBPC-CODE(WS-PC-IDX2) TO JTPD-PRODUCT-CODE
j61015     READ JTVBPRODBOOKNR
j61015     IF WS-REPLY = ZEROES
j61015        SET SW-PROD-SEEN-YES TO TRUE
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .
j61015
j61015* the booking just priced counts for this code and for every
j61015* later code on the list that it also holds
j61015 R-ADD-PRODUCT-IMPACT.
j61015
j61015     ADD 1                TO WS-IMP-TOT-BOOKINGS
j61015     ADD WS-SALDO         TO WS-IMP-TOT-SALDO
j61015     ADD WS-MODCALC-PRICE TO WS-IMP-TOT-MODCALC
j61015     IF WS-PRICE-DIFF > BA-TOLERANCE
j61015        ADD 1 TO WS-IMP-TOT-EXCEPTIONS
j61015     END-IF
j61015     PERFORM R-ADD-ONE-PRODUCT-IMPACT
j61015             VARYING WS-PC-IDX2 FROM WS-PC-IDX BY 1
j61015             UNTIL WS-PC-IDX2 > WS-IND-PC
j61015     .
j61015
j61015 R-ADD-ONE-PRODUCT-IMPACT.
j61015
j61015     MOVE WS-PROD-SAVE-KEY      TO JTPD-KEY
j61015     MOVE TBPC-CODE(WS-PC-IDX2) TO JTPD-PRODUCT-CODE
j61015     READ JTVBPRODBOOKNR
j61015     IF WS-REPLY = ZEROES
j61015        ADD 1 TO TBPC-BOOKINGS(WS-PC-IDX2)
j61015        ADD WS-SALDO         TO TBPC-SALDO(WS-PC-IDX2)
j61015        ADD WS-MODCALC-PRICE TO TBPC-MODCALC(WS-PC-IDX2)
j61015        IF WS-PRICE-DIFF > BA-TOLERANCE
j61015           ADD 1 TO TBPC-EXCEPTIONS(WS-PC-IDX2)
j61015        END-IF
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .

      /---
j60902* Basket recheck run: the open JTPRICEBASKET entries drive the
j60902* pricing themselves, so every case under investigation gets a
                    MOVE REDPO-REDUCTION-TYPE(WS-IND) TO 
                                                    L03-RED-TYPE(WS-IND)
                 END-PERFORM                                     
j61015           PERFORM R-CHECK-PROMOTIONS
j61015           PERFORM R-NOTE-AGE-REDUCTION
j61015                   VARYING WS-PROMO-IDX FROM 1 BY 1
j61015                   UNTIL WS-PROMO-IDX > 5
j61015                   OR REDPO-REDUCTION-CODE(WS-PROMO-IDX) = SPACES
j61015                   OR REDPO-REDUCTION-CODE(WS-PROMO-IDX)
j61015                                                   = LOW-VALUES
              END-IF
           END-IF

           
           .

      /---
j61015* notes the child and infant reductions among the reductions
j61015* handed to modcalc, for the passenger age check
j61015 R-NOTE-AGE-REDUCTION.
j61015
j61015     IF BA-CHILD-RED-CODE NOT = SPACES AND
j61015        REDPO-REDUCTION-CODE(WS-PROMO-IDX) = BA-CHILD-RED-CODE
j61015        SET SW-CHILD-RED-YES TO TRUE
j61015     END-IF
j61015     IF BA-INFANT-RED-CODE NOT = SPACES AND
j61015        REDPO-REDUCTION-CODE(WS-PROMO-IDX) = BA-INFANT-RED-CODE
j61015        SET SW-INFANT-RED-YES TO TRUE
j61015     END-IF
j61015     .

      /---
j61015* The reductions modredpo hands to modcalc are priced in as
j61015* they are: check each one against its campaign so reductions
j61015* granted outside their promotion come out in the csv.
j61015 R-CHECK-PROMOTIONS.
j61015
j61015     PERFORM R-CHECK-ONE-PROMOTION
j61015             VARYING WS-PROMO-IDX FROM 1 BY 1
j61015             UNTIL WS-PROMO-IDX > 5
j61015                OR REDPO-REDUCTION-CODE(WS-PROMO-IDX) = SPACES
j61015                OR REDPO-REDUCTION-CODE(WS-PROMO-IDX) = LOW-VALUES
j61015     .
j61015
j61015 R-CHECK-ONE-PROMOTION.
j61015
j61015     MOVE REDPO-REDUCTION-CODE(WS-PROMO-IDX) TO WS-PROMO-CODE
j61015     MOVE REDPO-REDUCTION-DESCRIPTION(WS-PROMO-IDX)
j61015                                 TO WS-PROMO-DESCRIPTION
j61015
j61015     MOVE WS-PROMO-CODE TO JPR1-PROMO-CODE
j61015     READ JPROMO1
j61015     IF WS-REPLY NOT = ZEROES
j61015        MOVE ZEROES TO WS-REPLY
j61015        MOVE "UNKNOWN PROMOTION CODE" TO WS-PROMO-RULE
j61015        PERFORM R-WRITE-PROMO-VIOLATION
j61015     ELSE
j61015        MOVE JPR1-DESCRIPTION TO WS-PROMO-DESCRIPTION
j61015        PERFORM R-FIND-PROMO-CONDITION
j61015        EVALUATE TRUE
j61015           WHEN SW-PROMO-ROWS-NO
j61015              MOVE "NO CAMPAIGN CONDITIONS" TO WS-PROMO-RULE
j61015              PERFORM R-WRITE-PROMO-VIOLATION
j61015           WHEN SW-PROMO-BOOKWIN-NO
j61015              MOVE "BOOKED OUTSIDE BOOKING WINDOW"
j61015                                             TO WS-PROMO-RULE
j61015              PERFORM R-WRITE-PROMO-VIOLATION
j61015           WHEN SW-PROMO-COND-NONE
j61015              MOVE "DEPARTURE OUTSIDE TRAVEL WINDOW"
j61015                                             TO WS-PROMO-RULE
j61015              PERFORM R-WRITE-PROMO-VIOLATION
j61015           WHEN OTHER
j61015              PERFORM R-CHECK-PROMO-ELIGIBLE
j61015        END-EVALUATE
j61015     END-IF
j61015     .
j61015
j61015* NJPROMO1 can hold several condition rows per promotion: the
j61015* first one whose booking and travel window both hold is the
j61015* campaign the booking falls under.  A zero date is open-ended.
j61015 R-FIND-PROMO-CONDITION.
j61015
j61015     SET SW-PROMO-ROWS-NO    TO TRUE
j61015     SET SW-PROMO-BOOKWIN-NO TO TRUE
j61015     SET SW-PROMO-COND-NONE  TO TRUE
j61015     SET SW-PROMO-EOF-NO     TO TRUE
j61015     INITIALIZE NJPR-RECORD
j61015     MOVE WS-PROMO-CODE TO NJPR-PROMO-CODE
j61015     MOVE ZEROS         TO NJPR-SEQ
j61015     START NJPROMO1 KEY IS NOT LESS THAN NJPR-KEY
j61015     IF WS-REPLY = ZEROES
j61015        PERFORM R-READ-NEXT-PROMO-COND UNTIL SW-PROMO-EOF-YES
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .
j61015
j61015 R-READ-NEXT-PROMO-COND.
j61015
j61015     READ NJPROMO1 NEXT
j61015     IF WS-REPLY NOT = ZEROES
j61015        SET SW-PROMO-EOF-YES TO TRUE
j61015     ELSE
j61015        IF NJPR-PROMO-CODE NOT = WS-PROMO-CODE
j61015           SET SW-PROMO-EOF-YES TO TRUE
j61015        ELSE
j61015           SET SW-PROMO-ROWS-YES TO TRUE
j61015           IF (NJPR-BOOK-FROM = ZEROS OR
j61015               NJPR-BOOK-FROM NOT > WS-BOOK-DATE-YMD) AND
j61015              (NJPR-BOOK-TO = ZEROS OR
j61015               NJPR-BOOK-TO NOT < WS-BOOK-DATE-YMD)
j61015              SET SW-PROMO-BOOKWIN-YES TO TRUE
j61015              IF (NJPR-TRAVEL-FROM = ZEROS OR
j61015                  NJPR-TRAVEL-FROM NOT > WS-DEP-DATE-YMD) AND
j61015                 (NJPR-TRAVEL-TO = ZEROS OR
j61015                  NJPR-TRAVEL-TO NOT < WS-DEP-DATE-YMD)
j61015                 SET SW-PROMO-COND-FOUND TO TRUE
j61015                 SET SW-PROMO-EOF-YES    TO TRUE
j61015                 MOVE NJPR-GROUPNAME  TO WS-PROMO-GROUPNAME
j61015                 MOVE NJPR-AMOUNT     TO WS-PROMO-AMOUNT
j61015                 MOVE NJPR-PERCENTAGE TO WS-PROMO-PERCENTAGE
j61015              END-IF
j61015           END-IF
j61015        END-IF
j61015     END-IF
j61015     .
j61015
j61015* Inside its windows: group, hotel and the value granted must
j61015* match the campaign too.  Every rule broken is a line.
j61015 R-CHECK-PROMO-ELIGIBLE.
j61015
j61015     IF WS-PROMO-GROUPNAME NOT = SPACES AND
j61015        WS-PROMO-GROUPNAME NOT = JTVB-GROUPNAME
j61015        MOVE "BROCHURE GROUP NOT ELIGIBLE" TO WS-PROMO-RULE
j61015        PERFORM R-WRITE-PROMO-VIOLATION
j61015     END-IF
j61015
j61015     INITIALIZE RP3-RECORD
j61015     MOVE WS-PROMO-CODE TO RP3-PROMO-CODE
j61015     MOVE SPACES        TO RP3-HOTEL-CODE
j61015     START RECPROM3 KEY IS NOT LESS THAN RP3-KEY
j61015     IF WS-REPLY = ZEROES
j61015        READ RECPROM3 NEXT
j61015     END-IF
j61015     IF WS-REPLY = ZEROES AND RP3-PROMO-CODE = WS-PROMO-CODE
j61015*       the promotion is limited to a hotel list
j61015        MOVE WS-PROMO-CODE   TO RP3-PROMO-CODE
j61015        MOVE JTVB-HOTEL-CODE TO RP3-HOTEL-CODE
j61015        READ RECPROM3
j61015        IF WS-REPLY NOT = ZEROES
j61015           MOVE "HOTEL NOT ELIGIBLE" TO WS-PROMO-RULE
j61015           PERFORM R-WRITE-PROMO-VIOLATION
j61015        END-IF
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015
j61015     MOVE REDPO-REDUCTION-AMOUNT(WS-PROMO-IDX)
j61015                                 TO WS-PROMO-RED-AMOUNT
j61015*    a campaign value of zero leaves that value unchecked
j61015     IF REDPO-REDUCTION-TYPE(WS-PROMO-IDX) = "P"
j61015        IF WS-PROMO-PERCENTAGE NOT = ZEROS AND
j61015           WS-PROMO-RED-AMOUNT NOT = WS-PROMO-PERCENTAGE
j61015           MOVE "PERCENTAGE DIFFERS FROM PROMO"
j61015                                       TO WS-PROMO-RULE
j61015           PERFORM R-WRITE-PROMO-VIOLATION
j61015        END-IF
j61015     ELSE
j61015        IF WS-PROMO-AMOUNT NOT = ZEROS AND
j61015           FUNCTION ABS(WS-PROMO-RED-AMOUNT) NOT =
j61015           FUNCTION ABS(WS-PROMO-AMOUNT)
j61015           MOVE "AMOUNT DIFFERS FROM PROMO"
j61015                                       TO WS-PROMO-RULE
j61015           PERFORM R-WRITE-PROMO-VIOLATION
j61015        END-IF
j61015     END-IF
j61015     .
j61015
j61015 R-WRITE-PROMO-VIOLATION.
j61015
j61015     ADD 1 TO TOT-PROMO-VIOLATIONS
j61015     MOVE ALL ";"                TO PROMOTION-VIOLATIONS-RECORD
j61015     MOVE JTVB-BOOKNR9           TO WS-PRMV-BOOKNR
j61015     MOVE WS-PROMO-CODE          TO WS-PRMV-CODE
j61015     MOVE WS-PROMO-DESCRIPTION   TO WS-PRMV-DESCRIPTION
j61015     MOVE WS-BOOK-DATE-YMD       TO WS-PRMV-BOOKING-DATE
j61015     MOVE WS-DEP-DATE-YMD        TO WS-PRMV-DEPARTURE-DATE
j61015     MOVE JTVB-GROUPNAME         TO WS-PRMV-GROUPNAME
j61015     MOVE JTVB-HOTEL-CODE        TO WS-PRMV-HOTEL
j61015     MOVE REDPO-REDUCTION-AMOUNT(WS-PROMO-IDX)
j61015                                 TO WS-PRMV-AMOUNT
j61015     MOVE REDPO-REDUCTION-TYPE(WS-PROMO-IDX)
j61015                                 TO WS-PRMV-TYPE
j61015     MOVE WS-PROMO-RULE          TO WS-PRMV-RULE
j61015
j61015     WRITE PROMOTION-VIOLATIONS-RECORD
j61015     IF WS-REPLY NOT = ZEROES
j61015        DISPLAY "** Error writing PROMOTION-VIOLATIONS "
j61015                       WS-REPLY " - " WS-PRMV-BOOKNR
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .

j60902* The stored JTMCPRICE lines are scanned for gift vouchers
j60902* only: the calculated side of a type-4 booking comes from
j60902* R-CALL-MODCALC like every other type, so the stored lines
j60821 R-CHECK-ONE-BOOKING.
j60821
j60821     PERFORM R-INIT-CHECK-FIELDS
j61015*    the booking master keeps its dates as day numbers, the
j61015*    rate and campaign masters checked below as yyyymmdd
j61015     MOVE JTVB-BOOKING-DATE   TO WS-JTVB-DATE-BIN
j61015     CALL "dateb2c" USING WS-JTVB-DATE-BIN WS-BOOK-DATE-YMD
j61015     MOVE JTVB-DEPARTURE-DATE TO WS-JTVB-DATE-BIN
j61015     CALL "dateb2c" USING WS-JTVB-DATE-BIN WS-DEP-DATE-YMD
j60821     SET SW-BOOKING-READ-YES TO TRUE
j60821     PERFORM GET-WB-BOOKING
j60821     PERFORM GET-WB-PRICE
j60902     END-IF
j60821     PERFORM R-CALC-AUTOPRICE
j60821     PERFORM R-CHECK-INVOICES
j61015     PERFORM R-CHECK-FLIGHTS
j61015     PERFORM R-CHECK-PASSENGERS
j60821     IF BA-INPUT-FILE = SPACES OR LOW-VALUES
j60821*       no input file with prices handed to us: take the
j60821*       warehouse price straight from JTDWH instead
j60821        IF FUNCTION ABS(WS-INV-DIFF) > BA-TOLERANCE
j60821           PERFORM R-WRITE-INVOICE-DIFF
j60821        END-IF
j61015        PERFORM R-CHECK-COMMISSION
j60821     END-IF
j60821     .
j60821
j60821     END-IF
j60821     .
j60821
j61015* Recalculate the agent commission on what was invoiced from
j61015* the JTCOMMISS rate for the agent, brochure group and booking
j61015* date.  An agent without a rate for the group falls back on
j61015* its general rate (blank group); without any rate nothing is
j61015* due, so every euro of commission paid counts as overpaid.
j61015 R-CHECK-COMMISSION.
j61015
j61015     MOVE ZEROS TO WS-COMM-RATE
j61015                   WS-COMM-EXPECTED
j61015                   WS-COMM-DIFF
j61015     SET SW-COMM-RATE-NONE TO TRUE
j61015
j61015     MOVE JTVB-GROUPNAME TO WS-COMM-GROUPNAME
j61015     PERFORM R-GET-COMMISSION-RATE
j61015     IF SW-COMM-RATE-NONE AND WS-COMM-GROUPNAME NOT = SPACES
j61015        MOVE SPACES TO WS-COMM-GROUPNAME
j61015        PERFORM R-GET-COMMISSION-RATE
j61015     END-IF
j61015
j61015     COMPUTE WS-COMM-EXPECTED ROUNDED =
j61015             WS-INV-BRUTO * WS-COMM-RATE / 100
j61015     COMPUTE WS-COMM-DIFF = WS-INV-COMM - WS-COMM-EXPECTED
j61015     IF FUNCTION ABS(WS-COMM-DIFF) > BA-TOLERANCE
j61015        ADD 1 TO TOT-COMM-DIFFERENCES
j61015        PERFORM R-WRITE-COMMISSION-DIFF
j61015     ELSE
j61015*       within tolerance: stays out of the agent's totals
j61015        MOVE ZEROS TO WS-COMM-DIFF
j61015     END-IF
j61015     .
j61015
j61015* JTCOMMISS is keyed agent / group / valid-from: the rate that
j61015* applies is the last one starting on or before the booking
j61015* date, provided it has not expired by then.
j61015 R-GET-COMMISSION-RATE.
j61015
j61015     INITIALIZE JTCO-RECORD
j61015     MOVE JTVB-AGENT        TO JTCO-AGENT
j61015     MOVE WS-COMM-GROUPNAME TO JTCO-GROUPNAME
j61015     MOVE ZEROS             TO JTCO-DATE-FROM
j61015     SET SW-COMM-EOF-NO TO TRUE
j61015     START JTCOMMISS KEY IS NOT LESS THAN JTCO-KEY
j61015     IF WS-REPLY = ZEROES
j61015        PERFORM R-READ-NEXT-COMMISSION UNTIL SW-COMM-EOF-YES
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .
j61015
j61015 R-READ-NEXT-COMMISSION.
j61015
j61015     READ JTCOMMISS NEXT
j61015     IF WS-REPLY NOT = ZEROES
j61015        SET SW-COMM-EOF-YES TO TRUE
j61015     ELSE
j61015        IF JTCO-AGENT     NOT = JTVB-AGENT        OR
j61015           JTCO-GROUPNAME NOT = WS-COMM-GROUPNAME OR
j61015           JTCO-DATE-FROM > WS-BOOK-DATE-YMD
j61015           SET SW-COMM-EOF-YES TO TRUE
j61015        ELSE
j61015           IF JTCO-DATE-TO NOT < WS-BOOK-DATE-YMD OR
j61015              JTCO-DATE-TO = ZEROS
j61015              MOVE JTCO-PERCENTAGE TO WS-COMM-RATE
j61015              SET SW-COMM-RATE-FOUND TO TRUE
j61015           END-IF
j61015        END-IF
j61015     END-IF
j61015     .
j61015
j61015 R-WRITE-COMMISSION-DIFF.
j61015
j61015     MOVE ALL ";"            TO COMMISSION-DIFFERENCES-RECORD
j61015     MOVE JTVB-BOOKNR9       TO WS-COMD-BOOKNR
j61015     MOVE JTVB-AGENT         TO WS-COMD-AGENT
j61015     MOVE JTVB-GROUPNAME     TO WS-COMD-GROUPNAME
j61015     MOVE WS-BOOK-DATE-YMD   TO WS-COMD-BOOKING-DATE
j61015     MOVE WS-INV-BRUTO       TO WS-COMD-BRUTO
j61015     MOVE WS-COMM-RATE       TO WS-COMD-RATE
j61015     MOVE WS-COMM-EXPECTED   TO WS-COMD-EXPECTED
j61015     MOVE WS-INV-COMM        TO WS-COMD-INVOICED
j61015     MOVE WS-COMM-DIFF       TO WS-COMD-DIFF
j61015     EVALUATE TRUE
j61015        WHEN SW-COMM-RATE-NONE
j61015           MOVE "NO RATE"   TO WS-COMD-STATUS
j61015        WHEN WS-COMM-DIFF > ZEROS
j61015           MOVE "OVERPAID"  TO WS-COMD-STATUS
j61015        WHEN OTHER
j61015           MOVE "UNDERPAID" TO WS-COMD-STATUS
j61015     END-EVALUATE
j61015
j61015     WRITE COMMISSION-DIFFERENCES-RECORD
j61015     IF WS-REPLY NOT = ZEROES
j61015        DISPLAY "** Error writing COMMISSION-DIFFERENCES "
j61015                       WS-REPLY " - " WS-COMD-BOOKNR
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .
j61015
j60821 R-WRITE-INVOICE-DIFF.
j60821
j60821     MOVE ALL ";"       TO INVOICE-DIFFERENCES-RECORD
j60821     MOVE ZEROS      TO WS-VOUCHER-KOERS
j60821     MOVE SPACES     TO WS-DWH-STATUS
j60821     MOVE ZEROS      TO WS-DWH-REVENUE
j61015     MOVE ZEROS      TO WS-COMM-DIFF
j61015     SET SW-PAX-AGE-VIOL-NO TO TRUE
j61015     SET SW-CHILD-RED-NO    TO TRUE
j61015     SET SW-INFANT-RED-NO   TO TRUE
j60821     SET SW-BOOKING-READ-NO TO TRUE
j60821     .

      /---
j61015* Every flight on the booking: the tax and cost charged against
j61015* the rates in the masters for that route / flight on the
j61015* flight date.  Airline tax increases show up here per route
j61015* instead of disappearing inside the modcalc total.  A flight
j61015* without a rate in a master is not compared on that amount.
j61015 R-CHECK-FLIGHTS.
j61015
j61015     INITIALIZE JTVF-RECORD
j61015     MOVE JTVB-BOOKNR9 TO JTVF-BOOKNR9
j61015     MOVE JTVB-SUFFIX  TO JTVF-SUFFIX
j61015     MOVE ZEROS        TO JTVF-SEQ
j61015     SET SW-FLT-EOF-NO TO TRUE
j61015     START JTVFLIGHTS KEY IS NOT LESS THAN JTVF-KEY
j61015     IF WS-REPLY = ZEROES
j61015        PERFORM R-READ-NEXT-FLIGHT UNTIL SW-FLT-EOF-YES
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .
j61015
j61015 R-READ-NEXT-FLIGHT.
j61015
j61015     READ JTVFLIGHTS NEXT
j61015     IF WS-REPLY NOT = ZEROES
j61015        SET SW-FLT-EOF-YES TO TRUE
j61015     ELSE
j61015        IF JTVF-BOOKNR9 NOT = JTVB-BOOKNR9 OR
j61015           JTVF-SUFFIX  NOT = JTVB-SUFFIX
j61015           SET SW-FLT-EOF-YES TO TRUE
j61015        ELSE
j61015           ADD 1 TO TOT-FLIGHTS-CHECKED
j61015           PERFORM R-CHECK-ONE-FLIGHT
j61015        END-IF
j61015     END-IF
j61015     .
j61015
j61015 R-CHECK-ONE-FLIGHT.
j61015
j61015     MOVE JTVF-FLIGHT-DATE TO WS-FLT-DATE
j61015     IF WS-FLT-DATE = ZEROS
j61015        MOVE WS-DEP-DATE-YMD TO WS-FLT-DATE
j61015     END-IF
j61015     MOVE ZEROS  TO WS-FLT-TAX-RATE
j61015                    WS-FLT-COST-RATE
j61015                    WS-FLT-TAX-DIFF
j61015                    WS-FLT-COST-DIFF
j61015     MOVE SPACES TO WS-FLT-TAX-SOURCE
j61015     SET SW-FLT-TAX-NONE TO TRUE
j61015
j61015*    the route tax replaces the airport taxes where it exists
j61015     PERFORM R-GET-ROUTE-TAX
j61015     IF SW-FLT-TAX-FOUND
j61015        MOVE "JTLHTAX " TO WS-FLT-TAX-SOURCE
j61015     ELSE
j61015*       the airport taxes only make the expected tax when both
j61015*       ends of the flight have one: half a rate is no rate
j61015        MOVE ZEROS TO WS-FLT-TAX-RATES-FOUND
j61015        MOVE JTVF-DEP-AIRPORT TO WS-FLT-AIRPORT
j61015        PERFORM R-GET-AIRPORT-TAX
j61015        MOVE JTVF-ARR-AIRPORT TO WS-FLT-AIRPORT
j61015        PERFORM R-GET-AIRPORT-TAX
j61015        IF WS-FLT-TAX-RATES-FOUND = 2
j61015           SET SW-FLT-TAX-FOUND TO TRUE
j61015           MOVE "AIRPORT " TO WS-FLT-TAX-SOURCE
j61015        ELSE
j61015           MOVE ZEROS TO WS-FLT-TAX-RATE
j61015           MOVE "NONE    " TO WS-FLT-TAX-SOURCE
j61015        END-IF
j61015     END-IF
j61015     IF SW-FLT-TAX-FOUND
j61015        COMPUTE WS-FLT-TAX-DIFF = JTVF-TAX - WS-FLT-TAX-RATE
j61015     END-IF
j61015
j61015     PERFORM R-GET-FLIGHT-COST
j61015     IF SW-FLT-RATE-FOUND
j61015        COMPUTE WS-FLT-COST-DIFF = JTVF-COST - WS-FLT-COST-RATE
j61015     END-IF
j61015
j61015     IF FUNCTION ABS(WS-FLT-TAX-DIFF)  > BA-TOLERANCE OR
j61015        FUNCTION ABS(WS-FLT-COST-DIFF) > BA-TOLERANCE
j61015        ADD 1 TO TOT-FLIGHT-DIFFERENCES
j61015        PERFORM R-WRITE-FLIGHT-DIFF
j61015     END-IF
j61015     .
j61015
j61015 R-GET-ROUTE-TAX.
j61015
j61015     INITIALIZE JTLH-RECORD
j61015     MOVE JTVF-DEP-AIRPORT TO JTLH-DEP-AIRPORT
j61015     MOVE JTVF-ARR-AIRPORT TO JTLH-ARR-AIRPORT
j61015     MOVE ZEROS            TO JTLH-DATE-FROM
j61015     SET SW-FLT-RATE-EOF-NO TO TRUE
j61015     START JTLHTAX KEY IS NOT LESS THAN JTLH-KEY
j61015     IF WS-REPLY = ZEROES
j61015        PERFORM R-READ-NEXT-ROUTE-TAX UNTIL SW-FLT-RATE-EOF-YES
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .
j61015
j61015 R-READ-NEXT-ROUTE-TAX.
j61015
j61015     READ JTLHTAX NEXT
j61015     IF WS-REPLY NOT = ZEROES
j61015        SET SW-FLT-RATE-EOF-YES TO TRUE
j61015     ELSE
j61015        IF JTLH-DEP-AIRPORT NOT = JTVF-DEP-AIRPORT OR
j61015           JTLH-ARR-AIRPORT NOT = JTVF-ARR-AIRPORT OR
j61015           JTLH-DATE-FROM > WS-FLT-DATE
j61015           SET SW-FLT-RATE-EOF-YES TO TRUE
j61015        ELSE
j61015           IF JTLH-DATE-TO NOT < WS-FLT-DATE OR
j61015              JTLH-DATE-TO = ZEROS
j61015              MOVE JTLH-TAX TO WS-FLT-TAX-RATE
j61015              SET SW-FLT-TAX-FOUND TO TRUE
j61015           END-IF
j61015        END-IF
j61015     END-IF
j61015     .
j61015
j61015* adds the tax of WS-FLT-AIRPORT valid on the flight date to
j61015* the expected tax of the flight and counts the rate found
j61015 R-GET-AIRPORT-TAX.
j61015
j61015     MOVE ZEROS TO WS-FLT-AIRPORT-TAX
j61015     SET SW-FLT-RATE-NONE TO TRUE
j61015     INITIALIZE NJAT-RECORD
j61015     MOVE WS-FLT-AIRPORT TO NJAT-AIRPORT
j61015     MOVE ZEROS          TO NJAT-DATE-FROM
j61015     SET SW-FLT-RATE-EOF-NO TO TRUE
j61015     START NJAIRPORTTAX KEY IS NOT LESS THAN NJAT-KEY
j61015     IF WS-REPLY = ZEROES
j61015        PERFORM R-READ-NEXT-AIRPORT-TAX UNTIL SW-FLT-RATE-EOF-YES
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     IF SW-FLT-RATE-FOUND
j61015        ADD WS-FLT-AIRPORT-TAX TO WS-FLT-TAX-RATE
j61015        ADD 1 TO WS-FLT-TAX-RATES-FOUND
j61015     END-IF
j61015     .
j61015
j61015 R-READ-NEXT-AIRPORT-TAX.
j61015
j61015     READ NJAIRPORTTAX NEXT
j61015     IF WS-REPLY NOT = ZEROES
j61015        SET SW-FLT-RATE-EOF-YES TO TRUE
j61015     ELSE
j61015        IF NJAT-AIRPORT NOT = WS-FLT-AIRPORT OR
j61015           NJAT-DATE-FROM > WS-FLT-DATE
j61015           SET SW-FLT-RATE-EOF-YES TO TRUE
j61015        ELSE
j61015           IF NJAT-DATE-TO NOT < WS-FLT-DATE OR
j61015              NJAT-DATE-TO = ZEROS
j61015              MOVE NJAT-TAX TO WS-FLT-AIRPORT-TAX
j61015              SET SW-FLT-RATE-FOUND TO TRUE
j61015           END-IF
j61015        END-IF
j61015     END-IF
j61015     .
j61015
j61015 R-GET-FLIGHT-COST.
j61015
j61015     SET SW-FLT-RATE-NONE TO TRUE
j61015     INITIALIZE NJFC-RECORD
j61015     MOVE JTVF-FLIGHTNR TO NJFC-FLIGHTNR
j61015     MOVE ZEROS         TO NJFC-DATE-FROM
j61015     SET SW-FLT-RATE-EOF-NO TO TRUE
j61015     START NJFLIGHTCOST KEY IS NOT LESS THAN NJFC-KEY
j61015     IF WS-REPLY = ZEROES
j61015        PERFORM R-READ-NEXT-FLIGHT-COST UNTIL SW-FLT-RATE-EOF-YES
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .
j61015
j61015 R-READ-NEXT-FLIGHT-COST.
j61015
j61015     READ NJFLIGHTCOST NEXT
j61015     IF WS-REPLY NOT = ZEROES
j61015        SET SW-FLT-RATE-EOF-YES TO TRUE
j61015     ELSE
j61015        IF NJFC-FLIGHTNR NOT = JTVF-FLIGHTNR OR
j61015           NJFC-DATE-FROM > WS-FLT-DATE
j61015           SET SW-FLT-RATE-EOF-YES TO TRUE
j61015        ELSE
j61015           IF NJFC-DATE-TO NOT < WS-FLT-DATE OR
j61015              NJFC-DATE-TO = ZEROS
j61015              MOVE NJFC-COST TO WS-FLT-COST-RATE
j61015              SET SW-FLT-RATE-FOUND TO TRUE
j61015           END-IF
j61015        END-IF
j61015     END-IF
j61015     .
j61015
j61015 R-WRITE-FLIGHT-DIFF.
j61015
j61015     MOVE ALL ";"             TO FLIGHT-TAX-DIFFERENCES-RECORD
j61015     MOVE JTVB-BOOKNR9        TO WS-FLTD-BOOKNR
j61015     MOVE JTVF-FLIGHTNR       TO WS-FLTD-FLIGHTNR
j61015     MOVE WS-FLT-DATE         TO WS-FLTD-FLIGHT-DATE
j61015     MOVE JTVF-DEP-AIRPORT    TO WS-FLTD-DEP-AIRPORT
j61015     MOVE JTVF-ARR-AIRPORT    TO WS-FLTD-ARR-AIRPORT
j61015     MOVE JTVF-TAX            TO WS-FLTD-TAX
j61015     MOVE WS-FLT-TAX-RATE     TO WS-FLTD-TAX-RATE
j61015     MOVE WS-FLT-TAX-SOURCE   TO WS-FLTD-TAX-SOURCE
j61015     MOVE WS-FLT-TAX-DIFF     TO WS-FLTD-TAX-DIFF
j61015     MOVE JTVF-COST           TO WS-FLTD-COST
j61015     MOVE WS-FLT-COST-RATE    TO WS-FLTD-COST-RATE
j61015     MOVE WS-FLT-COST-DIFF    TO WS-FLTD-COST-DIFF
j61015     EVALUATE TRUE
j61015        WHEN FUNCTION ABS(WS-FLT-TAX-DIFF)  > BA-TOLERANCE AND
j61015             FUNCTION ABS(WS-FLT-COST-DIFF) > BA-TOLERANCE
j61015           MOVE "TAX+COST" TO WS-FLTD-STATUS
j61015        WHEN FUNCTION ABS(WS-FLT-TAX-DIFF)  > BA-TOLERANCE
j61015           MOVE "TAX     " TO WS-FLTD-STATUS
j61015        WHEN OTHER
j61015           MOVE "COST    " TO WS-FLTD-STATUS
j61015     END-EVALUATE
j61015
j61015     WRITE FLIGHT-TAX-DIFFERENCES-RECORD
j61015     IF WS-REPLY NOT = ZEROES
j61015        DISPLAY "** Error writing FLIGHT-TAX-DIFFERENCES "
j61015                       WS-REPLY " - " WS-FLTD-BOOKNR
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .

      /---
j61015* Child and infant reductions are granted per passenger: when
j61015* the booking carries the child (infant) reduction code, every
j61015* passenger keyed as a child (infant) must be within the maximum
j61015* age of that reduction on the departure date, otherwise modcalc
j61015* prices the booking "correctly" from the wrong input.  The
j61015* reduction without any such passenger is a breach as well.  A
j61015* violation makes the booking a basket exception whatever its
j61015* price difference.
j61015 R-CHECK-PASSENGERS.
j61015
j61015     IF SW-CHILD-RED-YES OR SW-INFANT-RED-YES
j61015        MOVE WS-DEP-DATE-YMD TO WS-PAX-DEP-DATE
j61015        MOVE ZEROS           TO WS-PAX-CHILDREN
j61015                                WS-PAX-INFANTS
j61015        INITIALIZE JTPB-RECORD
j61015        MOVE JTVB-BOOKNR9 TO JTPB-BOOKNR9
j61015        MOVE ZEROS        TO JTPB-PAX-NR
j61015        SET SW-PAX-EOF-NO TO TRUE
j61015        START JTPAXBVR KEY IS NOT LESS THAN JTPB-KEY
j61015        IF WS-REPLY = ZEROES
j61015           PERFORM R-READ-NEXT-PAX UNTIL SW-PAX-EOF-YES
j61015        END-IF
j61015        MOVE ZEROES TO WS-REPLY
j61015        IF SW-CHILD-RED-YES AND WS-PAX-CHILDREN = ZEROS
j61015           INITIALIZE JTPB-RECORD
j61015           MOVE "C"                TO JTPB-PAX-TYPE
j61015           MOVE BA-CHILD-MAX-AGE   TO WS-PAX-MAX-AGE
j61015           MOVE BA-CHILD-RED-CODE  TO WS-PAX-RED-CODE
j61015           MOVE ZEROS              TO WS-PAX-BIRTH-DATE
j61015                                      WS-PAX-AGE
j61015           MOVE "NO CHILD ON BOOKING" TO WS-PAX-RULE
j61015           PERFORM R-WRITE-PAX-VIOLATION
j61015        END-IF
j61015        IF SW-INFANT-RED-YES AND WS-PAX-INFANTS = ZEROS
j61015           INITIALIZE JTPB-RECORD
j61015           MOVE "I"                TO JTPB-PAX-TYPE
j61015           MOVE BA-INFANT-MAX-AGE  TO WS-PAX-MAX-AGE
j61015           MOVE BA-INFANT-RED-CODE TO WS-PAX-RED-CODE
j61015           MOVE ZEROS              TO WS-PAX-BIRTH-DATE
j61015                                      WS-PAX-AGE
j61015           MOVE "NO INFANT ON BOOKING" TO WS-PAX-RULE
j61015           PERFORM R-WRITE-PAX-VIOLATION
j61015        END-IF
j61015     END-IF
j61015     .
j61015
j61015 R-READ-NEXT-PAX.
j61015
j61015     READ JTPAXBVR NEXT
j61015     IF WS-REPLY NOT = ZEROES
j61015        SET SW-PAX-EOF-YES TO TRUE
j61015     ELSE
j61015        IF JTPB-BOOKNR9 NOT = JTVB-BOOKNR9
j61015           SET SW-PAX-EOF-YES TO TRUE
j61015        ELSE
j61015           EVALUATE TRUE
j61015              WHEN JTPB-PAX-TYPE = "C" AND SW-CHILD-RED-YES
j61015                 ADD 1 TO WS-PAX-CHILDREN
j61015                 MOVE BA-CHILD-MAX-AGE   TO WS-PAX-MAX-AGE
j61015                 MOVE BA-CHILD-RED-CODE  TO WS-PAX-RED-CODE
j61015                 PERFORM R-CHECK-ONE-PAX
j61015              WHEN JTPB-PAX-TYPE = "I" AND SW-INFANT-RED-YES
j61015                 ADD 1 TO WS-PAX-INFANTS
j61015                 MOVE BA-INFANT-MAX-AGE  TO WS-PAX-MAX-AGE
j61015                 MOVE BA-INFANT-RED-CODE TO WS-PAX-RED-CODE
j61015                 PERFORM R-CHECK-ONE-PAX
j61015              WHEN OTHER
j61015*                adults, and children on a booking without the
j61015*                reduction, carry no age-bound price
j61015                 CONTINUE
j61015           END-EVALUATE
j61015        END-IF
j61015     END-IF
j61015     .
j61015
j61015* age in completed years on the departure date
j61015 R-CHECK-ONE-PAX.
j61015
j61015     ADD 1 TO TOT-PAX-CHECKED
j61015     MOVE JTPB-BIRTH-DATE TO WS-PAX-BIRTH-DATE
j61015     MOVE ZEROS           TO WS-PAX-AGE
j61015     IF WS-PAX-BIRTH-DATE = ZEROS
j61015        MOVE "NO BIRTH DATE" TO WS-PAX-RULE
j61015        PERFORM R-WRITE-PAX-VIOLATION
j61015     ELSE
j61015        COMPUTE WS-PAX-AGE = WS-PAX-DEP-YYYY
j61015                           - WS-PAX-BIRTH-YYYY
j61015        IF WS-PAX-DEP-MMDD < WS-PAX-BIRTH-MMDD
j61015           SUBTRACT 1 FROM WS-PAX-AGE
j61015        END-IF
j61015        IF WS-PAX-AGE > WS-PAX-MAX-AGE
j61015           MOVE "OVER MAX AGE OF REDUCTION" TO WS-PAX-RULE
j61015           PERFORM R-WRITE-PAX-VIOLATION
j61015        END-IF
j61015     END-IF
j61015     .
j61015
j61015 R-WRITE-PAX-VIOLATION.
j61015
j61015     ADD 1 TO TOT-PAX-VIOLATIONS
j61015     SET SW-PAX-AGE-VIOL-YES TO TRUE
j61015     MOVE ALL ";"                 TO PAX-AGE-VIOLATIONS-RECORD
j61015     MOVE JTVB-BOOKNR9            TO WS-PAXV-BOOKNR
j61015     MOVE JTPB-PAX-NR             TO WS-PAXV-PAX-NR
j61015     MOVE JTPB-NAME               TO WS-PAXV-NAME
j61015     MOVE JTPB-PAX-TYPE           TO WS-PAXV-PAX-TYPE
j61015     MOVE WS-PAX-BIRTH-DATE       TO WS-PAXV-BIRTH-DATE
j61015     MOVE WS-PAX-DEP-DATE         TO WS-PAXV-DEPARTURE-DATE
j61015     MOVE WS-PAX-AGE              TO WS-PAXV-AGE
j61015     MOVE WS-PAX-MAX-AGE          TO WS-PAXV-MAX-AGE
j61015     MOVE WS-PAX-RED-CODE         TO WS-PAXV-RED-CODE
j61015     MOVE WS-PAX-RULE             TO WS-PAXV-RULE
j61015
j61015     WRITE PAX-AGE-VIOLATIONS-RECORD
j61015     IF WS-REPLY NOT = ZEROES
j61015        DISPLAY "** Error writing PAX-AGE-VIOLATIONS "
j61015                       WS-REPLY " - " WS-PAXV-BOOKNR
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .

      /---
       R-WRITE-OUTPUT-FILE.

           INITIALIZE PRICE-JITS-FILE-RECORD
j60821        PERFORM R-UPDATE-AGENT-STATS
j60821        PERFORM R-UPDATE-GROUP-STATS
j60821     END-IF
j61015*    a passenger age violation is an exception reason of its
j61015*    own, also when the price itself is within the tolerance
j61015     IF WS-PRICE-DIFF > BA-TOLERANCE OR SW-PAX-AGE-VIOL-YES
j60821        ADD 1             TO TOT-EXCEPTIONS
j60821        ADD WS-PRICE-DIFF TO WS-TOTAL-DIFF
j60902        IF SW-PART-MODE-YES
j60902           PERFORM R-REFRESH-BASKET-ENTRY
j60902        END-IF
           END-IF
j61015
j61015     IF SW-BOOKING-READ-YES
j61015        IF SW-PART-MODE-YES
j61015           PERFORM R-WRITE-PART-HIST
j61015        ELSE
j61015           PERFORM R-WRITE-PRICE-HIST
j61015        END-IF
j61015     END-IF
           .

      /---
j60902     MOVE WS-INPUT-BOOKNR        TO PEX-BOOKNR9
j60902     MOVE WS-PRICE-DIFF          TO PEX-DIFF
j60902     MOVE PRICE-JITS-FILE-RECORD TO PEX-CSV-LINE
j61015     IF WS-PRICE-DIFF > BA-TOLERANCE
j61015        MOVE "Y" TO PEX-REASON-PRICE
j61015     ELSE
j61015        MOVE "N" TO PEX-REASON-PRICE
j61015     END-IF
j61015     IF SW-PAX-AGE-VIOL-YES
j61015        MOVE "Y" TO PEX-REASON-PAX-AGE
j61015     ELSE
j61015        MOVE "N" TO PEX-REASON-PAX-AGE
j61015     END-IF
j60902     WRITE PART-EXCEPTIONS-RECORD
j60902     IF WS-REPLY NOT = ZEROES
j60902        DISPLAY "** Error writing PART-EXCEPTIONS "
j60902     MOVE ZEROES TO WS-REPLY
j60902     .

j61015* the booking's result of this run, kept per run id so the
j61015* next runs can be compared with it (bb7944); a booking met
j61015* twice in one run keeps its last result
j61015 R-WRITE-PRICE-HIST.
j61015
j61015     INITIALIZE EXPH-RECORD
j61015     MOVE WS-INPUT-BOOKNR        TO EXPH-BOOKNR9
j61015     MOVE WS-RUN-ID              TO EXPH-RUN-ID
j61015     MOVE WS-SALDO               TO EXPH-SALDO
j61015     MOVE WS-MODCALC-PRICE       TO EXPH-MODCALC-PRICE
j61015     MOVE WS-WB-PRICE            TO EXPH-WB-PRICE
j61015     MOVE WS-AUTOPRICE           TO EXPH-AUTOPRICE
j61015     MOVE WS-PRICE-DIFF          TO EXPH-DIFF
j61015     MOVE "N"                    TO EXPH-EXCEPTION
j61015                                    EXPH-REASON-PRICE
j61015                                    EXPH-REASON-PAX-AGE
j61015     IF WS-PRICE-DIFF > BA-TOLERANCE
j61015        MOVE "Y"                 TO EXPH-EXCEPTION
j61015                                    EXPH-REASON-PRICE
j61015     END-IF
j61015     IF SW-PAX-AGE-VIOL-YES
j61015        MOVE "Y"                 TO EXPH-EXCEPTION
j61015                                    EXPH-REASON-PAX-AGE
j61015     END-IF
j61015     WRITE EXPH-RECORD
j61015     IF WS-REPLY = "22"
j61015        REWRITE EXPH-RECORD
j61015     END-IF
j61015     IF WS-REPLY NOT = ZEROES
j61015        DISPLAY "** Error writing PRICE-BOOK-HIST "
j61015                WS-REPLY " - " EXPH-BOOKNR9
j61015     ELSE
j61015        ADD 1 TO TOT-HIST-WRITTEN
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .
j61015
j61015 R-WRITE-PART-HIST.
j61015
j61015     INITIALIZE PART-HIST-RECORD
j61015     MOVE WS-INPUT-BOOKNR        TO PHI-BOOKNR9
j61015     MOVE WS-SALDO               TO PHI-SALDO
j61015     MOVE WS-MODCALC-PRICE       TO PHI-MODCALC-PRICE
j61015     MOVE WS-WB-PRICE            TO PHI-WB-PRICE
j61015     MOVE WS-AUTOPRICE           TO PHI-AUTOPRICE
j61015     MOVE WS-PRICE-DIFF          TO PHI-DIFF
j61015     MOVE "N"                    TO PHI-EXCEPTION
j61015                                    PHI-REASON-PRICE
j61015                                    PHI-REASON-PAX-AGE
j61015     IF WS-PRICE-DIFF > BA-TOLERANCE
j61015        MOVE "Y"                 TO PHI-EXCEPTION
j61015                                    PHI-REASON-PRICE
j61015     END-IF
j61015     IF SW-PAX-AGE-VIOL-YES
j61015        MOVE "Y"                 TO PHI-EXCEPTION
j61015                                    PHI-REASON-PAX-AGE
j61015     END-IF
j61015     WRITE PART-HIST-RECORD
j61015     IF WS-REPLY NOT = ZEROES
j61015        DISPLAY "** Error writing PART-HIST "
j61015                WS-REPLY " - " PHI-BOOKNR9
j61015     ELSE
j61015        ADD 1 TO TOT-HIST-WRITTEN
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .

      /---
j60902 R-REFRESH-BASKET-ENTRY.
j60902
j60902        IF NOT EXBA-STATUS-RESOLVED
j60902           MOVE WS-DATE-NUM   TO EXBA-LAST-SEEN
j60902           MOVE WS-PRICE-DIFF TO EXBA-DIFF
j61015           MOVE "N"           TO EXBA-REASON-PRICE
j61015                                 EXBA-REASON-PAX-AGE
j60902           REWRITE EXBA-RECORD
j60902           IF WS-REPLY NOT = ZEROES
j60902              DISPLAY "** Error rewrite EXCEPTION-BASKET "
j60821        ADD 1             TO TBAG-EXCEPTIONS(WS-STAT-IDX)
j60821        ADD WS-PRICE-DIFF TO TBAG-DIFF(WS-STAT-IDX)
j60821     END-IF
j61015     IF WS-COMM-DIFF NOT = ZEROS
j61015        ADD 1 TO TBAG-COMM-DIFFS(WS-STAT-IDX)
j61015        IF WS-COMM-DIFF > ZEROS
j61015           ADD WS-COMM-DIFF      TO TBAG-COMM-OVER(WS-STAT-IDX)
j61015        ELSE
j61015           SUBTRACT WS-COMM-DIFF FROM TBAG-COMM-UNDER(WS-STAT-IDX)
j61015        END-IF
j61015     END-IF
j60821     .
j60821
j60821 R-UPDATE-GROUP-STATS.
j60821                 MOVE "N" TO EXBA-STATUS
j60902                 MOVE "ACCEPTED DIFFERENCE GREW"
j60902                   TO WS-HIST-COMMENT
j61015              ELSE
j61015                 IF SW-PAX-AGE-VIOL-YES AND
j61015                    NOT EXBA-REASON-PAX-AGE-YES
j61015*                   accepted on price, a passenger age breach
j61015*                   is a new finding
j61015                    SET SW-BASKET-ALERT-YES TO TRUE
j61015                    MOVE "N" TO EXBA-STATUS
j61015                    MOVE "PASSENGER AGE VIOLATION ADDED"
j61015                      TO WS-HIST-COMMENT
j61015                 END-IF
j60821              END-IF
j60821           WHEN OTHER
j60821              CONTINUE
j60821        IF NOT EXBA-STATUS-ACCEPTED
j60821           MOVE WS-PRICE-DIFF TO EXBA-DIFF
j60821        END-IF
j61015        PERFORM R-SET-BASKET-REASONS
j60821        REWRITE EXBA-RECORD
j60821        IF WS-REPLY NOT = ZEROES
j60821           DISPLAY "** Error rewrite EXCEPTION-BASKET "
j60821                                EXBA-LAST-SEEN
j60821        MOVE WS-PRICE-DIFF   TO EXBA-DIFF
j60821        MOVE "N"             TO EXBA-STATUS
j61015        PERFORM R-SET-BASKET-REASONS
j60821        WRITE EXBA-RECORD
j60821        IF WS-REPLY NOT = ZEROES
j60821           DISPLAY "** Error write EXCEPTION-BASKET "
j60821     MOVE ZEROES TO WS-REPLY
j60821     .

j61015
j61015 R-SET-BASKET-REASONS.
j61015
j61015     IF WS-PRICE-DIFF > BA-TOLERANCE
j61015        MOVE "Y" TO EXBA-REASON-PRICE
j61015     ELSE
j61015        MOVE "N" TO EXBA-REASON-PRICE
j61015     END-IF
j61015     IF SW-PAX-AGE-VIOL-YES
j61015        MOVE "Y" TO EXBA-REASON-PAX-AGE
j61015     ELSE
j61015        MOVE "N" TO EXBA-REASON-PAX-AGE
j61015     END-IF
j61015     .

      /---
j60902* One history record for a status change this run made itself:
j60902* rb7936 writes the same records for the manual changes, so the
j60902     MOVE WS-HIST-OLD-STATUS TO EXBH-OLD-STATUS
j60902     MOVE EXBA-STATUS       TO EXBH-NEW-STATUS
j60902     MOVE WS-HIST-COMMENT   TO EXBH-COMMENT
j61015     MOVE SPACES            TO EXBH-DOC-REF
j60902     WRITE EXBH-RECORD
j60902     IF WS-REPLY NOT = ZEROES
j60902        DISPLAY "** Error write EXCEPTION-BASKET-HIST "
j60821           MOVE "DAILY DELTA RUN (JTTRANS1)" TO WS-SUM-MODE
j60902        WHEN BA-RECHECK = "Y"
j60902           MOVE "BASKET RECHECK RUN" TO WS-SUM-MODE
j61015        WHEN BA-PRODUCTS NOT = SPACES AND LOW-VALUES
j61015           STRING "PRODUCTS, DEPARTURES " BA-DATE-FROM " - "
j61015                  BA-DATE-TO
j61015              DELIMITED BY SIZE INTO WS-SUM-MODE
j60902        WHEN BA-DEPDATE = "Y"
j60902           STRING "DEPARTURES " BA-DATE-FROM " - " BA-DATE-TO
j60902              DELIMITED BY SIZE INTO WS-SUM-MODE
j60821                VARYING WS-STAT-IDX FROM 1 BY 1
j60821                UNTIL WS-STAT-IDX > WS-IND-GR
j60821        PERFORM R-WRITE-SUM-TOTALS
j61015        PERFORM R-WRITE-SUM-LINE
j61015
j61015        PERFORM R-WRITE-COMM-SECTION
j60821
j60821        CLOSE SUMMARY-REPORT
j60821     END-IF
j60821     .
j60821
j61015* Impact of a price master correction per hotel / product code:
j61015* bookings holding it in the departure period, what they were
j61015* sold at and what they price at now.  The total counts every
j61015* booking once, also when it holds more than one of the codes.
j61015 R-WRITE-PRODUCT-IMPACT.
j61015
j61015     MOVE "$DD_WORKDIR/product_price_impact.txt" TO
j61015                                             WS-IMPACT-FILE
j61015     OPEN OUTPUT PRODUCT-IMPACT
j61015     IF WS-REPLY <> ZEROES
j61015        DISPLAY "** Error opening PRODUCT-IMPACT " WS-REPLY
j61015        MOVE ZEROES TO WS-REPLY
j61015     ELSE
j61015        MOVE SPACES TO WS-SUM-LINE
j61015        STRING "JITS PRODUCT PRICE IMPACT - RUN DATE "
j61015               WS-DATE-FILE
j61015               " - DEPARTURES "
j61015               BA-DATE-FROM
j61015               " - "
j61015               BA-DATE-TO
j61015           DELIMITED BY SIZE INTO WS-SUM-LINE
j61015        PERFORM R-WRITE-IMPACT-LINE
j61015        STRING "PRODUCTS: " BA-PRODUCTS
j61015           DELIMITED BY SIZE INTO WS-SUM-LINE
j61015        PERFORM R-WRITE-IMPACT-LINE
j61015        PERFORM R-WRITE-IMPACT-LINE
j61015        MOVE WS-IMP-COLUMNS TO WS-SUM-LINE
j61015        PERFORM R-WRITE-IMPACT-LINE
j61015        PERFORM R-WRITE-PRODUCT-LINE
j61015                VARYING WS-PC-IDX FROM 1 BY 1
j61015                UNTIL WS-PC-IDX > WS-IND-PC
j61015
j61015        INITIALIZE WS-IMP-DETAIL
j61015        MOVE "TOTAL"               TO WS-IMPD-CODE
j61015        MOVE "(each booking once)" TO WS-IMPD-NAME
j61015        MOVE WS-IMP-TOT-BOOKINGS   TO WS-IMPD-BOOKINGS
j61015        MOVE WS-IMP-TOT-EXCEPTIONS TO WS-IMPD-EXCEPTIONS
j61015        MOVE WS-IMP-TOT-SALDO      TO WS-IMPD-SALDO
j61015        MOVE WS-IMP-TOT-MODCALC    TO WS-IMPD-MODCALC
j61015        COMPUTE WS-IMPD-DIFF = WS-IMP-TOT-SALDO
j61015                             - WS-IMP-TOT-MODCALC
j61015        MOVE WS-IMP-DETAIL TO WS-SUM-LINE
j61015        PERFORM R-WRITE-IMPACT-LINE
j61015
j61015        CLOSE PRODUCT-IMPACT
j61015     END-IF
j61015     .
j61015
j61015 R-WRITE-PRODUCT-LINE.
j61015
j61015     INITIALIZE WS-IMP-DETAIL
j61015     MOVE TBPC-CODE(WS-PC-IDX) TO WS-IMPD-CODE
j61015                                  JTVH-HOTEL-CODE
j61015*    a hotel code names itself in JTVHOTELS, a package code in
j61015*    the JTVPRODUCTIP product master
j61015     READ JTVHOTELS
j61015     IF WS-REPLY = ZEROES
j61015        MOVE JTVH-NAME TO WS-IMPD-NAME
j61015     ELSE
j61015        MOVE SPACES               TO JTPI-KEY
j61015        MOVE TBPC-CODE(WS-PC-IDX) TO JTPI-CODE
j61015        READ JTVPRODUCTIP
j61015        IF WS-REPLY = ZEROES
j61015           MOVE JTPI-NAME TO WS-IMPD-NAME
j61015        ELSE
j61015           MOVE "NOT IN HOTEL OR PRODUCT MASTER"
j61015             TO WS-IMPD-NAME
j61015        END-IF
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     MOVE TBPC-BOOKINGS(WS-PC-IDX)   TO WS-IMPD-BOOKINGS
j61015     MOVE TBPC-EXCEPTIONS(WS-PC-IDX) TO WS-IMPD-EXCEPTIONS
j61015     MOVE TBPC-SALDO(WS-PC-IDX)      TO WS-IMPD-SALDO
j61015     MOVE TBPC-MODCALC(WS-PC-IDX)    TO WS-IMPD-MODCALC
j61015     COMPUTE WS-IMPD-DIFF = TBPC-SALDO(WS-PC-IDX)
j61015                          - TBPC-MODCALC(WS-PC-IDX)
j61015     MOVE WS-IMP-DETAIL TO WS-SUM-LINE
j61015     PERFORM R-WRITE-IMPACT-LINE
j61015     .
j61015
j61015 R-WRITE-IMPACT-LINE.
j61015
j61015     MOVE WS-SUM-LINE TO PRODUCT-IMPACT-RECORD
j61015     WRITE PRODUCT-IMPACT-RECORD
j61015     IF WS-REPLY NOT = ZEROES
j61015        DISPLAY "** Error writing PRODUCT-IMPACT " WS-REPLY
j61015     END-IF
j61015     MOVE SPACES TO WS-SUM-LINE
j61015     .
j61015
j60821 R-WRITE-AGENT-LINE.
j60821
j60821     INITIALIZE WS-SUM-DETAIL
j60821     PERFORM R-WRITE-SUM-LINE
j60821     .
j60821
j61015* Commission paid against the JTCOMMISS rate, per travel agent;
j61015* only agents with at least one commission difference appear.
j61015 R-WRITE-COMM-SECTION.
j61015
j61015     MOVE "COMMISSION BY TRAVEL AGENT" TO WS-SUM-LINE
j61015     PERFORM R-WRITE-SUM-LINE
j61015     MOVE WS-SUM-COMM-COLUMNS          TO WS-SUM-LINE
j61015     PERFORM R-WRITE-SUM-LINE
j61015     MOVE ZEROS TO WS-SUM-TOT-COMM-DIFFS
j61015                   WS-SUM-TOT-COMM-OVER
j61015                   WS-SUM-TOT-COMM-UNDER
j61015     PERFORM R-WRITE-COMM-LINE
j61015             VARYING WS-STAT-IDX FROM 1 BY 1
j61015             UNTIL WS-STAT-IDX > WS-IND-AG
j61015
j61015     INITIALIZE WS-SUM-COMM-DETAIL
j61015     MOVE "TOTAL"                TO WS-SUMC-CODE
j61015     MOVE WS-SUM-TOT-COMM-DIFFS  TO WS-SUMC-DIFFS
j61015     MOVE WS-SUM-TOT-COMM-OVER   TO WS-SUMC-OVER
j61015     MOVE WS-SUM-TOT-COMM-UNDER  TO WS-SUMC-UNDER
j61015     MOVE WS-SUM-COMM-DETAIL TO WS-SUM-LINE
j61015     PERFORM R-WRITE-SUM-LINE
j61015     .
j61015
j61015 R-WRITE-COMM-LINE.
j61015
j61015     IF TBAG-COMM-DIFFS(WS-STAT-IDX) > ZEROS
j61015        INITIALIZE WS-SUM-COMM-DETAIL
j61015        IF TBAG-NR(WS-STAT-IDX) = 999999
j61015           MOVE "OTHERS" TO WS-SUMC-NAME
j61015        ELSE
j61015           MOVE TBAG-NR(WS-STAT-IDX) TO JTAG-NR
j61015           READ JTVAGENTS
j61015           IF WS-REPLY = ZEROES
j61015              MOVE JTAG-NAME TO WS-SUMC-NAME
j61015           END-IF
j61015           MOVE ZEROES TO WS-REPLY
j61015        END-IF
j61015        MOVE TBAG-NR(WS-STAT-IDX)         TO WS-SUMC-CODE
j61015        MOVE TBAG-COMM-DIFFS(WS-STAT-IDX) TO WS-SUMC-DIFFS
j61015        MOVE TBAG-COMM-OVER(WS-STAT-IDX)  TO WS-SUMC-OVER
j61015        MOVE TBAG-COMM-UNDER(WS-STAT-IDX) TO WS-SUMC-UNDER
j61015        ADD TBAG-COMM-DIFFS(WS-STAT-IDX) TO WS-SUM-TOT-COMM-DIFFS
j61015        ADD TBAG-COMM-OVER(WS-STAT-IDX)  TO WS-SUM-TOT-COMM-OVER
j61015        ADD TBAG-COMM-UNDER(WS-STAT-IDX) TO WS-SUM-TOT-COMM-UNDER
j61015        MOVE WS-SUM-COMM-DETAIL TO WS-SUM-LINE
j61015        PERFORM R-WRITE-SUM-LINE
j61015     END-IF
j61015     .
j61015
j60821 R-WRITE-SUM-TOTALS.
j60821
j60821     INITIALIZE WS-SUM-DETAIL
           PERFORM Z-CALL-PIPE
           .

      /---
j61015* File the outputs of the run in $DD_WORKDIR/price_runs/<run
j61015* id>, list them in archive.lst for rb7948 and flag the run as
j61015* archived in the registry; bb7937 purges the folder after the
j61015* archive retention.  A failure here costs the archive, never
j61015* the run.
j61015 Y-ARCHIVE-RUN.
j61015
j61015     MOVE SPACES TO WS-ARCHIVE-DIR
j61015     STRING "$DD_WORKDIR/price_runs/" WS-RUN-ID
j61015        DELIMITED BY SIZE INTO WS-ARCHIVE-DIR
j61015     MOVE SPACES TO BA-COMMAND
j61015     STRING "mkdir -p " WS-ARCHIVE-DIR
j61015        DELIMITED BY SIZE INTO BA-COMMAND
j61015     PERFORM Z-CALL-PIPE
j61015     IF ( BA-PIPE-REPLY NOT = 0 )
j61015        DISPLAY "** Warning: run not archived, no folder "
j61015                WS-ARCHIVE-DIR
j61015     ELSE
j61015        MOVE SPACES TO WS-ARCHIVE-LIST-FILE
j61015        STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
j61015               "/archive.lst" DELIMITED BY SIZE
j61015           INTO WS-ARCHIVE-LIST-FILE
j61015        OPEN OUTPUT ARCHIVE-LIST
j61015        IF WS-REPLY NOT = ZEROES
j61015           DISPLAY "** Warning: run not archived, archive.lst "
j61015                   WS-REPLY
j61015        ELSE
j61015           MOVE ZEROS TO WS-ARCHIVE-COUNT
j61015           MOVE WS-PRICE-JITS-FILE       TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-PRICE-EXCEPTIONS-FILE TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-PRICE-EXC-LINES-FILE  TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-VOUCHER-ANOM-FILE     TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-INVOICE-DIFF-FILE     TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-COMM-DIFF-FILE        TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-FLIGHT-DIFF-FILE      TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-PROMO-VIOL-FILE       TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-PAX-AGE-FILE          TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-SUMMARY-FILE          TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           IF BA-PRODUCTS NOT = SPACES AND LOW-VALUES
j61015              MOVE WS-IMPACT-FILE        TO WS-ARCHIVE-FILE
j61015              PERFORM Y-ARCHIVE-FILE
j61015           END-IF
j61015           CLOSE ARCHIVE-LIST
j61015           PERFORM Y-ARCHIVE-REGISTER
j61015           DISPLAY "Output files archived. . : " WS-ARCHIVE-COUNT
j61015                   " in " WS-ARCHIVE-DIR
j61015        END-IF
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .
j61015
j61015* all outputs live directly in $DD_WORKDIR: the part after the
j61015* first slash is the file name in the archive folder
j61015 Y-ARCHIVE-FILE.
j61015
j61015     MOVE SPACES TO WS-ARCHIVE-SKIP WS-ARCHIVE-NAME
j61015     UNSTRING WS-ARCHIVE-FILE DELIMITED BY "/"
j61015         INTO WS-ARCHIVE-SKIP WS-ARCHIVE-NAME
j61015     MOVE SPACES TO BA-COMMAND
j61015     STRING "cp " WS-ARCHIVE-FILE DELIMITED BY SIZE
j61015            " "   WS-ARCHIVE-DIR  DELIMITED BY SPACE
j61015            "/"   DELIMITED BY SIZE
j61015        INTO BA-COMMAND
j61015     PERFORM Z-CALL-PIPE
j61015     IF ( BA-PIPE-REPLY NOT = 0 )
j61015        DISPLAY "** Warning: not archived " WS-ARCHIVE-FILE
j61015     ELSE
j61015        MOVE SPACES TO ARCHIVE-LIST-RECORD
j61015        STRING WS-ARCHIVE-DIR  DELIMITED BY SPACE
j61015               "/"             DELIMITED BY SIZE
j61015               WS-ARCHIVE-NAME DELIMITED BY SPACE
j61015           INTO ARCHIVE-LIST-RECORD
j61015        WRITE ARCHIVE-LIST-RECORD
j61015        ADD 1 TO WS-ARCHIVE-COUNT
j61015     END-IF
j61015     .
j61015
j61015 Y-ARCHIVE-REGISTER.
j61015
j61015     OPEN I-O PRICE-RUNS
j61015     IF WS-REPLY NOT = ZEROES
j61015        DISPLAY "** Error opening PRICE-RUNS " WS-REPLY
j61015     ELSE
j61015        MOVE WS-RUN-ID TO EXRU-RUN-ID
j61015        READ PRICE-RUNS
j61015        IF WS-REPLY = ZEROES
j61015           MOVE "Y" TO EXRU-RUN-ARCHIVE
j61015           REWRITE EXRU-RECORD
j61015           IF WS-REPLY NOT = ZEROES
j61015              DISPLAY "** Error rewrite PRICE-RUNS " WS-REPLY
j61015           END-IF
j61015        ELSE
j61015           DISPLAY "** Error re-read PRICE-RUNS " WS-REPLY
j61015        END-IF
j61015        CLOSE PRICE-RUNS
j61015     END-IF
j61015     .

      /---
j60902* Close the run in the registry and give the lock back.  This
j60902* also runs on the error exits, so a stumbled run never leaves
j60902     MOVE TBAG-BOOKINGS(WS-STAT-IDX)   TO PST-BOOKINGS
j60902     MOVE TBAG-EXCEPTIONS(WS-STAT-IDX) TO PST-EXCEPTIONS
j60902     MOVE TBAG-DIFF(WS-STAT-IDX)       TO PST-DIFF
j61015     MOVE TBAG-COMM-DIFFS(WS-STAT-IDX) TO PST-COMM-DIFFS
j61015     MOVE TBAG-COMM-OVER(WS-STAT-IDX)  TO PST-COMM-OVER
j61015     MOVE TBAG-COMM-UNDER(WS-STAT-IDX) TO PST-COMM-UNDER
j60902     WRITE PART-STATS-RECORD
j60902     IF WS-REPLY NOT = ZEROES
j60902        DISPLAY "** Error writing PART-STATS " WS-REPLY
           DISPLAY "Total bookings written . : "  TOT-OUTPUT-BOOKING
j60821     DISPLAY "Archived bookings used . : "  WS-ARCHIVED-BOOKINGS
j60821     DISPLAY "Exceptions found . . . . : "  TOT-EXCEPTIONS
j61015     DISPLAY "Commission differences . : "  TOT-COMM-DIFFERENCES
j61015     DISPLAY "Booking flights checked. : "  TOT-FLIGHTS-CHECKED
j61015     DISPLAY "Flight tax/cost diffs. . : "  TOT-FLIGHT-DIFFERENCES
j61015     DISPLAY "Promotion violations . . : "  TOT-PROMO-VIOLATIONS
j61015     DISPLAY "Child/infant pax checked : "  TOT-PAX-CHECKED
j61015     DISPLAY "Passenger age violations : "  TOT-PAX-VIOLATIONS
j61015     DISPLAY "Result history records . : "  TOT-HIST-WRITTEN

j60902     IF SW-RUN-COMPLETE-NO
j60902*       a failed run has nothing trustworthy to report or to
j60902        PERFORM X-WRITE-PART-STATS
j60902     ELSE
j60821     PERFORM R-WRITE-SUMMARY-REPORT
j61015     IF BA-PRODUCTS NOT = SPACES AND LOW-VALUES
j61015        PERFORM R-WRITE-PRODUCT-IMPACT
j61015     END-IF
j60821     PERFORM X-CHECK-ALERT
j60902     END-IF
j60902     END-IF
j60821     CLOSE VOUCHER-ANOMALIES.
j60902     IF SW-PART-MODE-YES
j60902        CLOSE PART-EXCEPTIONS
j61015        CLOSE PART-HIST
j60902     ELSE
j60821     CLOSE EXCEPTION-BASKET
j60902     CLOSE EXCEPTION-BASKET-HIST
j61015     CLOSE PRICE-BOOK-HIST
j60902     END-IF.
j60821     CLOSE INVOICE-DIFFERENCES.
j61015     CLOSE COMMISSION-DIFFERENCES.
j61015     CLOSE FLIGHT-TAX-DIFFERENCES.
j61015     CLOSE PROMOTION-VIOLATIONS.
j61015     CLOSE PAX-AGE-VIOLATIONS.
           CLOSE CHECKPOINT-FILE.
           CLOSE BOOKING-CHECK.
           CLOSE RECROOMD        JTVPRODUCTIP.
j60902     IF BA-DEPDATE = "Y"
j60902        CLOSE JTVBDEPBOOKNR
j60902     END-IF
j61015     IF BA-PRODUCTS NOT = SPACES AND LOW-VALUES
j61015        CLOSE JTVBPRODBOOKNR
j61015     END-IF
C60927     COPY "jtvhotels.close.cbl.cpy".
C60927     CLOSE JTVFLIGHTS.      
o10510     CLOSE JTINVOICE.
           PERFORM Y-SEND-FILE
j60821     MOVE WS-SUMMARY-FILE    TO WS-SEND-FILE
j60821     PERFORM Y-SEND-FILE
j61015     IF BA-PRODUCTS NOT = SPACES AND LOW-VALUES
j61015        MOVE WS-IMPACT-FILE  TO WS-SEND-FILE
j61015        PERFORM Y-SEND-FILE
j61015     END-IF
j60902     END-IF

j61015*    every completed run files its outputs under its run id
j61015*    before the next run overwrites them; partitions do not,
j61015*    bb7935c files the consolidated scan
j61015     IF SW-PART-MODE-NO AND SW-RUN-COMPLETE-YES
j61015        PERFORM Y-ARCHIVE-RUN
j61015     END-IF

j60902     IF SW-RUN-COMPLETE-YES
j60902        DISPLAY "++++ normal end of cbl - bb7935.cbl"
j61015*       the pipe and date CALLs leave their own value in
j61015*       RETURN-CODE: a complete run ends with zero
j61015        MOVE 0 TO RETURN-CODE
j60902     ELSE
j60902        DISPLAY "++++ ABNORMAL end of cbl - bb7935.cbl"
j60902        DISPLAY "++++ run FAILED in " WS-FAIL-PARA
