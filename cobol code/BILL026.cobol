       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BILL026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MI01-METER-KSDS   ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS MTR-ID
           ALTERNATE RECORD KEY   IS MTR-CUST-ID WITH DUPLICATES
           FILE STATUS            IS WS-MTR-STATUS.

           SELECT MI01-CUSTOMER-KSDS ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

           SELECT RA01-READER-ASSIGN ASSIGN TO RDRASGN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RDR-STATUS.

           SELECT CH01-CONSUMPTION-HIST ASSIGN TO CONSHIST
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-HIST-STATUS.

           SELECT RT01-ROUTE-KSDS   ASSIGN TO RTEKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS RTE-KEY
           ALTERNATE RECORD KEY   IS RTE-MTR-ID WITH DUPLICATES
           FILE STATUS            IS WS-RTE-STATUS.

           SELECT HH01-HANDHELD-DOWNLOAD ASSIGN TO HHDLOAD
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-HHD-STATUS.

           SELECT TO25-ROUTE-SHEETS ASSIGN TO RTESHEET
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

           SELECT RL01-RUN-LOG     ASSIGN TO RUNLOG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD MI01-METER-KSDS
           RECORD CONTAINS         53  CHARACTERS.

       01 MI01-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-CUST-ID      PIC X(12).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).
          05 MTR-CYCLE-CODE   PIC X(02).
          05 MTR-NET-METER-SW PIC X(01).
             88 MTR-NET-METERED VALUE 'Y'.
          05 MTR-EXP-PREV-READ PIC 9(06).
          05 MTR-EXP-CURR-READ PIC 9(06).

       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         84  CHARACTERS.

       01 MI01-CUSTOMER-RECORD.
          05 CUST-KEY         PIC X(12).
          05 CUST-FIRST-NAME  PIC X(10).
          05 CUST-LAST-NAME  PIC X(10).
          05 CUST-AREA-CODE  PIC X(6).
          05 CUST-SPACE      PIC X.
          05 CUST-ADDRESS     PIC X(29).
          05 CUST-CITY        PIC X(10).
          05 CUST-UNITS       PIC X(5).
          05 CUST-CATEGORY    PIC X(01).

      *> READER ASSIGNMENTS KEPT BY THE METER READING SUPERVISORS -
      *> WHICH READER WALKS EACH AREA IN EACH BILLING CYCLE. A BLANK
      *> OR 'AL' CYCLE CODE APPLIES THE ASSIGNMENT TO EVERY CYCLE.
       FD RA01-READER-ASSIGN
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 RA01-READER-ASSIGN-RECORD.
          05 RA-CYCLE-CODE        PIC X(02).
          05 RA-AREA-CODE         PIC X(06).
          05 RA-READER-CODE       PIC X(04).
          05 RA-READER-NAME       PIC X(20).
          05 FILLER               PIC X(08).

       FD CH01-CONSUMPTION-HIST
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 CH01-CONSUMPTION-HIST-RECORD.
          05 CH-MTR-ID              PIC X(14).
          05 CH-CYCLE-DATE          PIC 9(08).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 CH-EST-FLAG            PIC X(01).
          05 CH-EXPORT-UNITS        PIC 9(06).
          05 FILLER                 PIC X(05).

      *> ROUTE FOR THE CYCLE, ONE RECORD PER METER, HELD IN READER,
      *> AREA AND METER ORDER SO THE SHEETS AND THE HANDHELD FILE
      *> COME OFF IN WALK ORDER. REBUILT FOR THE CYCLE BY EACH RUN OF
      *> THIS PROGRAM; BILL010 MARKS EACH METER READ AS READINGS COME
      *> IN AND LISTS THOSE STILL UNREAD.
       FD RT01-ROUTE-KSDS
           RECORD CONTAINS         180 CHARACTERS.

       01 RT01-ROUTE-RECORD.
          05 RTE-KEY.
             10 RTE-READER-CODE   PIC X(04).
             10 RTE-AREA-CODE     PIC X(06).
             10 RTE-MTR-ID        PIC X(14).
          05 RTE-CYCLE-CODE       PIC X(02).
          05 RTE-CUST-ID          PIC X(12).
          05 RTE-FIRST-NAME       PIC X(10).
          05 RTE-LAST-NAME        PIC X(10).
          05 RTE-ADDRESS          PIC X(29).
          05 RTE-CITY             PIC X(10).
          05 RTE-LAST-READ        PIC 9(06).
          05 RTE-HIST-CYCLES      PIC 9(04).
          05 RTE-HIST-UNITS       PIC 9(10).
          05 RTE-AVG-UNITS        PIC 9(06).
          05 RTE-RANGE-SW         PIC X(01).
             88 RTE-RANGE-SET     VALUE 'Y'.
             88 RTE-NO-RANGE      VALUE 'N'.
          05 RTE-LOW-READ         PIC 9(06).
          05 RTE-HIGH-READ        PIC 9(06).
          05 RTE-ISSUE-DATE       PIC 9(08).
          05 RTE-READ-SW          PIC X(01).
             88 RTE-READ          VALUE 'R'.
             88 RTE-UNREAD        VALUE ' '.
          05 RTE-READ-DATE        PIC 9(08).
          05 RTE-READING          PIC 9(06).
          05 RTE-NET-METER-SW     PIC X(01).
             88 RTE-NET-METERED   VALUE 'Y'.
          05 RTE-EXP-LAST-READ    PIC 9(06).
          05 FILLER               PIC X(14).

      *> HANDHELD DOWNLOAD - PER READER AN 'H' HEADER, A 'D' RECORD
      *> FOR EACH METER IN WALK ORDER AND A 'T' TRAILER WITH THE
      *> METER COUNT. A NET-METERED METER'S 'D' RECORD ALSO CARRIES
      *> THE LAST EXPORT READING, SO THE READER IS PROMPTED FOR THE
      *> EXPORT REGISTER AS WELL.
       FD HH01-HANDHELD-DOWNLOAD
           RECORDING MODE          IS F
           RECORD CONTAINS         128 CHARACTERS.

       01 HH01-HANDHELD-RECORD PIC X(128).

       FD TO25-ROUTE-SHEETS
           RECORDING MODE          IS F
           RECORD CONTAINS         132 CHARACTERS.

       01 TO25-ROUTE-SHEETS-RECORD PIC X(132).

       FD RL01-RUN-LOG
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 RL01-RUN-LOG-RECORD.
          05 RL-PROGRAM-ID     PIC X(08).
          05 RL-START-DATE     PIC 9(08).
          05 RL-START-TIME     PIC 9(08).
          05 RL-END-DATE       PIC 9(08).
          05 RL-END-TIME       PIC 9(08).
          05 RL-READ-CTR       PIC 9(06).
          05 RL-WRITE-CTR      PIC 9(06).
          05 RL-REJECT-CTR     PIC 9(06).
          05 RL-END-STATUS     PIC X(02).
          05 FILLER            PIC X(20).

       WORKING-STORAGE SECTION.

      *> EVERY RUN LEAVES ONE RECORD ON THE SHARED RUN HISTORY FILE
      *> - PROGRAM ID, START/END STAMPS, COUNTERS AND NORMAL ('NE')
      *> OR ABNORMAL ('AB') END - WRITTEN AT TERMINATION OR FROM
      *> 9100-ABORT-RUN.
       01 WS-RUNLOG-VARIABLES.
          05 WS-LOG-STATUS         PIC X(02).
             88 LOG-IO-STATUS      VALUE '00'.
          05 WS-RUN-START-DATE     PIC 9(08) VALUE 0.
          05 WS-RUN-START-TIME     PIC 9(08) VALUE 0.
          05 WS-RUN-END-DATE       PIC 9(08) VALUE 0.
          05 WS-RUN-END-TIME       PIC 9(08) VALUE 0.
          05 WS-RUN-END-STATUS     PIC X(02) VALUE 'NE'.

       01 WS-FILE-STATUS-CODES.
          05 WS-MTR-STATUS       PIC X(02).
             88 MTR-IO-STATUS    VALUE '00'.
             88 MTR-EOF          VALUE '10'.
          05 WS-CUST-STATUS      PIC X(02).
             88 CUST-IO-STATUS   VALUE '00'.
             88 CUST-NOT-FOUND   VALUE '23'.
          05 WS-RDR-STATUS       PIC X(02).
             88 RDR-IO-STATUS    VALUE '00'.
             88 RDR-EOF          VALUE '10'.
             88 RDR-FILE-MISSING VALUE '35'.
          05 WS-HIST-STATUS      PIC X(02).
             88 HIST-IO-STATUS   VALUE '00'.
             88 HIST-EOF         VALUE '10'.
             88 HIST-FILE-MISSING VALUE '35'.
          05 WS-RTE-STATUS       PIC X(02).
             88 RTE-IO-STATUS    VALUE '00'.
             88 RTE-EOF          VALUE '10'.
             88 RTE-NOT-FOUND    VALUE '23'.
             88 RTE-FILE-MISSING VALUE '35'.
          05 WS-HHD-STATUS       PIC X(02).
             88 HHD-IO-STATUS    VALUE '00'.
          05 WS-RPT-STATUS       PIC X(02).
             88 RPT-IO-STATUS    VALUE '00'.

       01 WS-COUNTERS.
          05 WS-READ-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-ROUTED-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-REJECT-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-PURGED-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-UNASSIGNED-CTR      PIC 9(04) VALUE ZEROS.
          05 WS-NO-RANGE-CTR        PIC 9(04) VALUE ZEROS.
          05 WS-HIST-READ-CTR       PIC 9(06) VALUE ZEROS.
          05 WS-READER-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-ISSUED-CTR          PIC 9(04) VALUE ZEROS.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-FORMAT REDEFINES WS-DATE.
             10 WS-CC              PIC 99.
             10 WS-YY              PIC 99.
             10 WS-MM              PIC 99.
             10 WS-DD              PIC 99.
          05 WS-REPORT-DATE        PIC X(10).

       01 WS-CYCLE-VARIABLES.
          05 WS-RUN-CYCLE-CODE      PIC X(02) VALUE SPACES.
          05 WS-CYCLE-MATCH-SW      PIC X(01) VALUE 'N'.
             88 WS-CYCLE-MATCH      VALUE 'Y'.
             88 WS-CYCLE-NO-MATCH   VALUE 'N'.
          05 WS-MATCH-CYCLE-CODE    PIC X(02) VALUE SPACES.

      *> EXPECTED READING RANGE - THE METER'S AVERAGE ACTUAL
      *> CONSUMPTION FROM CONSHIST, PLUS OR MINUS WS-RANGE-PCT,
      *> ADDED TO THE LAST READING AND WRAPPED PAST 999999 AS THE
      *> REGISTER DOES. ESTIMATED CYCLES ARE LEFT OUT OF THE AVERAGE.
      *> PARM ROUTE-RANGE-PCT OVERRIDES (3 DIGITS).
       01 WS-RANGE-VARIABLES.
          05 WS-RANGE-PCT          PIC 9(03) VALUE 050.
          05 WS-RANGE-PARM         PIC X(03) VALUE SPACES.
          05 WS-RANGE-PARM-9 REDEFINES WS-RANGE-PARM
                                   PIC 9(03).
          05 WS-LOW-UNITS          PIC 9(07) VALUE 0.
          05 WS-HIGH-UNITS         PIC 9(07) VALUE 0.
          05 WS-EXPECTED-READ      PIC 9(07) VALUE 0.

      *> READER ASSIGNMENTS LOADED FROM RDRASGN. AN AREA WITH NO
      *> READER GOES ON A ROUTE OF ITS OWN UNDER WS-UNASSIGNED-CODE
      *> SO THE SUPERVISOR CAN SEE IT AND ALLOCATE IT.
       01 WS-READER-VARIABLES.
          05 WS-RDR-COUNT           PIC 9(04) VALUE 0.
          05 WS-RDR-NDX             PIC 9(04) VALUE 0.
          05 WS-RDR-FOUND-SW        PIC X(01) VALUE 'N'.
             88 WS-RDR-FOUND        VALUE 'Y'.
             88 WS-RDR-NOT-FOUND    VALUE 'N'.
          05 WS-RDR-LOOKUP-AREA     PIC X(06) VALUE SPACES.
          05 WS-RDR-LOOKUP-CODE     PIC X(04) VALUE SPACES.
          05 WS-UNASSIGNED-CODE     PIC X(04) VALUE '****'.
          05 WS-UNASSIGNED-NAME     PIC X(20) VALUE
             'AREA NOT ASSIGNED'.

       01 WS-READER-TABLE.
          05 WS-READER-ENTRY OCCURS 500 TIMES.
             10 RDR-CYCLE-CODE      PIC X(02).
             10 RDR-AREA-CODE       PIC X(06).
             10 RDR-READER-CODE     PIC X(04).
             10 RDR-READER-NAME     PIC X(20).

      *> CONTROL BREAKS FOR THE SHEETS - A NEW READER STARTS A NEW
      *> PAGE, A NEW AREA A SUB-HEADING.
       01 WS-BREAK-VARIABLES.
          05 WS-FIRST-ROUTE-SW      PIC X(01) VALUE 'Y'.
             88 WS-FIRST-ROUTE      VALUE 'Y'.
          05 WS-PREV-READER-CODE    PIC X(04) VALUE SPACES.
          05 WS-PREV-AREA-CODE      PIC X(06) VALUE SPACES.
          05 WS-CURR-READER-NAME    PIC X(20) VALUE SPACES.
          05 WS-ROUTE-SEQ           PIC 9(04) VALUE 0.

       01 WS-HH-HEADER.
          05 HHH-REC-TYPE          PIC X(01) VALUE 'H'.
          05 HHH-READER-CODE       PIC X(04).
          05 HHH-READER-NAME       PIC X(20).
          05 HHH-CYCLE-CODE        PIC X(02).
          05 HHH-ISSUE-DATE        PIC 9(08).
          05 FILLER                PIC X(93) VALUE SPACES.

       01 WS-HH-DETAIL.
          05 HHD-REC-TYPE          PIC X(01) VALUE 'D'.
          05 HHD-READER-CODE       PIC X(04).
          05 HHD-AREA-CODE         PIC X(06).
          05 HHD-ROUTE-SEQ         PIC 9(04).
          05 HHD-MTR-ID            PIC X(14).
          05 HHD-CUST-ID           PIC X(12).
          05 HHD-FIRST-NAME        PIC X(10).
          05 HHD-LAST-NAME         PIC X(10).
          05 HHD-ADDRESS           PIC X(29).
          05 HHD-CITY              PIC X(10).
          05 HHD-LAST-READ         PIC 9(06).
          05 HHD-RANGE-SW          PIC X(01).
          05 HHD-LOW-READ          PIC 9(06).
          05 HHD-HIGH-READ         PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 HHD-NET-METER-SW      PIC X(01).
          05 HHD-EXP-LAST-READ     PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACES.

       01 WS-HH-TRAILER.
          05 HHT-REC-TYPE          PIC X(01) VALUE 'T'.
          05 HHT-READER-CODE       PIC X(04).
          05 HHT-METER-COUNT       PIC 9(05).
          05 FILLER                PIC X(118) VALUE SPACES.

       01 WS-REPORT-VARIABLES.
          05 WS-PAGE-NUM            PIC 9(03) VALUE 1.
          05 WS-LINE-COUNT          PIC 9(03) VALUE 0.
          05 WS-MAX-LINES           PIC 9(03) VALUE 55.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'METER READING ROUTE SHEET'.
          05 FILLER               PIC X(64) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'PAGE'.
          05 WS-RPT-PAGE-NUM      PIC ZZ9.

       01 WS-REPORT-READER-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(8)  VALUE 'CYCLE :'.
          05 WS-RPT-CYCLE-CODE    PIC X(02).
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE 'READER :'.
          05 WS-RPT-READER-CODE   PIC X(04).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-READER-NAME   PIC X(20).
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE 'ISSUED :'.
          05 WS-RPT-ISSUE-DATE    PIC X(10).
          05 FILLER               PIC X(58) VALUE SPACES.

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'SEQ'.
          05 FILLER               PIC X(15) VALUE 'METER ID'.
          05 FILLER               PIC X(13) VALUE 'CUST ID'.
          05 FILLER               PIC X(22) VALUE 'NAME'.
          05 FILLER               PIC X(30) VALUE 'ADDRESS'.
          05 FILLER               PIC X(11) VALUE 'CITY'.
          05 FILLER               PIC X(7)  VALUE 'LAST'.
          05 FILLER               PIC X(14) VALUE 'EXPECTED'.
          05 FILLER               PIC X(14) VALUE 'READING'.

       01 WS-REPORT-AREA-LINE.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 FILLER               PIC X(7)  VALUE 'AREA :'.
          05 WS-RPT-AREA-CODE     PIC X(06).
          05 FILLER               PIC X(118) VALUE SPACES.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-SEQ           PIC ZZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-MTR-ID        PIC X(14).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-CUST-ID       PIC X(12).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-FIRST-NAME    PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-LAST-NAME     PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-ADDRESS       PIC X(29).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-CITY          PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-LAST-READ     PIC 9(06).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-RANGE.
             10 WS-RPT-LOW-READ   PIC 9(06).
             10 WS-RPT-RANGE-SEP  PIC X(01).
             10 WS-RPT-HIGH-READ  PIC 9(06).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-READING-BOX   PIC X(10) VALUE ALL '_'.
          05 FILLER               PIC X(4)  VALUE SPACES.

      *> SECOND LINE FOR A NET-METERED METER - THE EXPORT REGISTER,
      *> UNDER THE LAST AND READING COLUMNS OF THE LINE ABOVE.
       01 WS-REPORT-EXPORT-LINE.
          05 FILLER               PIC X(56) VALUE SPACES.
          05 FILLER               PIC X(41) VALUE
             'NET METER - EXPORT LAST / EXPORT READING'.
          05 WS-RPT-EXP-LAST-READ PIC 9(06).
          05 FILLER               PIC X(15) VALUE SPACES.
          05 WS-RPT-EXP-READING-BOX PIC X(10) VALUE ALL '_'.
          05 FILLER               PIC X(4)  VALUE SPACES.

       01 WS-REPORT-READER-TOTAL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(18) VALUE 'METERS ON ROUTE :'.
          05 WS-RPT-ROUTE-CTR     PIC Z,ZZ9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'READ BY (SIGN)'.
          05 FILLER               PIC X(20) VALUE ALL '_'.
          05 FILLER               PIC X(69) VALUE SPACES.

       01 WS-REPORT-TOTAL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(16) VALUE 'METERS ROUTED :'.
          05 WS-RPT-ROUTED-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'READERS :'.
          05 WS-RPT-READER-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(18) VALUE 'AREA UNASSIGNED :'.
          05 WS-RPT-UNASSIGNED-CTR PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'NO HISTORY :'.
          05 WS-RPT-NO-RANGE-CTR  PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(11) VALUE 'REJECTED :'.
          05 WS-RPT-REJECT-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS.
           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'BILL026 EXECUTION BEGINS HERE ..........'
           DISPLAY '  METER READING ROUTES AND DOWNLOAD     '
           DISPLAY '----------------------------------------'

           PERFORM 8000-OPEN-RUN-LOG.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES   TO WS-REPORT-DATE.
           MOVE WS-DD    TO WS-REPORT-DATE(1:2).
           MOVE '/'      TO WS-REPORT-DATE(3:1).
           MOVE WS-MM    TO WS-REPORT-DATE(4:2).
           MOVE '/'      TO WS-REPORT-DATE(6:1).
           MOVE WS-DATE(1:4) TO WS-REPORT-DATE(7:4).

           ACCEPT WS-RUN-CYCLE-CODE FROM ENVIRONMENT 'BILL-CYCLE-CODE'.
           IF WS-RUN-CYCLE-CODE = SPACES OR WS-RUN-CYCLE-CODE = 'AL'
              MOVE 'AL' TO WS-RUN-CYCLE-CODE
              DISPLAY 'ROUTING ALL CYCLES - NO CYCLE FILTER'
           ELSE
              DISPLAY 'ROUTING CYCLE CODE  ', WS-RUN-CYCLE-CODE
           END-IF.

           ACCEPT WS-RANGE-PARM FROM ENVIRONMENT 'ROUTE-RANGE-PCT'.
           IF WS-RANGE-PARM NOT = SPACES
              AND WS-RANGE-PARM-9 IS NUMERIC
              MOVE WS-RANGE-PARM-9 TO WS-RANGE-PCT
           END-IF.
           DISPLAY 'EXPECTED RANGE PCT   ', WS-RANGE-PCT.

           OPEN INPUT MI01-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING METER MASTER KSDS         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-MTR-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER KSDS      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-CUST-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN I-O RT01-ROUTE-KSDS.
           IF RTE-FILE-MISSING
              OPEN OUTPUT RT01-ROUTE-KSDS
              CLOSE      RT01-ROUTE-KSDS
              OPEN I-O   RT01-ROUTE-KSDS
           END-IF.
           IF NOT RTE-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING READING ROUTE KSDS        '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RTE-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN OUTPUT HH01-HANDHELD-DOWNLOAD.
           IF NOT HHD-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING HANDHELD DOWNLOAD FILE    '
              DISPLAY 'FILE  STATUS ', ' ',    WS-HHD-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN OUTPUT TO25-ROUTE-SHEETS.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING ROUTE SHEETS REPORT       '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RPT-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           PERFORM 1100-LOAD-READER-TABLE.

           DISPLAY '----------------------------------------'
           DISPLAY 'METER MASTER KSDS      OPENED ............'
           DISPLAY 'CUSTOMER MASTER KSDS   OPENED ............'
           DISPLAY 'READING ROUTE KSDS     OPENED ............'
           DISPLAY 'HANDHELD DOWNLOAD FILE OPENED ............'
           DISPLAY 'ROUTE SHEETS REPORT    OPENED ............'
           DISPLAY '----------------------------------------'.

       1100-LOAD-READER-TABLE SECTION.

           OPEN INPUT RA01-READER-ASSIGN.
           IF RDR-FILE-MISSING
              DISPLAY 'NO READER ASSIGNMENTS ON FILE - '
                      'ALL AREAS ROUTED AS UNASSIGNED'
           ELSE
              IF NOT RDR-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING READER ASSIGNMENT FILE    '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-RDR-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
              PERFORM 1110-READ-READER-ASSIGN UNTIL RDR-EOF
              CLOSE RA01-READER-ASSIGN
           END-IF.
           DISPLAY 'READER ASSIGNMENTS   ', WS-RDR-COUNT.

       1110-READ-READER-ASSIGN SECTION.

           READ RA01-READER-ASSIGN
                AT END      SET RDR-EOF TO TRUE
                NOT AT END  PERFORM 1120-STORE-READER-ASSIGN
           END-READ.

       1120-STORE-READER-ASSIGN SECTION.

           MOVE RA-CYCLE-CODE TO WS-MATCH-CYCLE-CODE.
           PERFORM 2150-CHECK-CYCLE.

           IF WS-CYCLE-MATCH
              AND RA-AREA-CODE NOT = SPACES
              AND RA-READER-CODE NOT = SPACES
              IF WS-RDR-COUNT < 500
                 ADD 1 TO WS-RDR-COUNT
                 MOVE RA-CYCLE-CODE  TO RDR-CYCLE-CODE(WS-RDR-COUNT)
                 MOVE RA-AREA-CODE   TO RDR-AREA-CODE(WS-RDR-COUNT)
                 MOVE RA-READER-CODE TO RDR-READER-CODE(WS-RDR-COUNT)
                 MOVE RA-READER-NAME TO RDR-READER-NAME(WS-RDR-COUNT)
              ELSE
                 DISPLAY 'WARNING: READER TABLE FULL (500) - '
                         'AREA ' RA-AREA-CODE ' NOT LOADED'
              END-IF
           END-IF.

       2000-PROCESS     SECTION.

           PERFORM 2100-PURGE-CYCLE-ROUTES.

           PERFORM 2200-BUILD-ROUTES.

           PERFORM 2300-LOAD-HISTORY.

           PERFORM 2400-ISSUE-ROUTES.

           PERFORM 2800-WRITE-REPORT-TOTALS.

      *> THE CYCLE'S ROUTES FROM ITS LAST ISSUE ARE DROPPED BEFORE
      *> THE NEW ONES ARE BUILT. OTHER CYCLES' ROUTES ARE KEPT.
       2100-PURGE-CYCLE-ROUTES SECTION.

           MOVE LOW-VALUES TO RTE-KEY.
           START RT01-ROUTE-KSDS KEY NOT LESS THAN RTE-KEY
               INVALID KEY SET RTE-EOF TO TRUE
           END-START.

           PERFORM 2110-PURGE-NEXT-ROUTE UNTIL RTE-EOF.

           DISPLAY 'OLD ROUTE ENTRIES DROPPED  ', WS-PURGED-CTR.

       2110-PURGE-NEXT-ROUTE SECTION.

           READ RT01-ROUTE-KSDS NEXT
                AT END      SET RTE-EOF TO TRUE
                NOT AT END
                   MOVE RTE-CYCLE-CODE TO WS-MATCH-CYCLE-CODE
                   PERFORM 2150-CHECK-CYCLE
                   IF WS-CYCLE-MATCH
                      DELETE RT01-ROUTE-KSDS RECORD
                          INVALID KEY
                             DISPLAY 'ROUTE DELETE FAILED FOR METER '
                                     RTE-MTR-ID
                          NOT INVALID KEY
                             ADD 1 TO WS-PURGED-CTR
                      END-DELETE
                   ELSE
                      PERFORM 2120-CHECK-STALE-ROUTE
                   END-IF
           END-READ.

      *> AN ENTRY LEFT ON ANOTHER CYCLE'S ROUTE FOR A METER SINCE
      *> CLOSED OR MOVED TO A DIFFERENT CYCLE IS DROPPED AS WELL, SO
      *> NO METER IS ON TWO ROUTES.
       2120-CHECK-STALE-ROUTE SECTION.

           MOVE RTE-MTR-ID TO MTR-ID.
           READ MI01-METER-KSDS
                INVALID KEY
                   MOVE SPACES TO MTR-CYCLE-CODE
           END-READ.

           IF MTR-CYCLE-CODE NOT = RTE-CYCLE-CODE
              DELETE RT01-ROUTE-KSDS RECORD
                  INVALID KEY
                     DISPLAY 'ROUTE DELETE FAILED FOR METER '
                             RTE-MTR-ID
                  NOT INVALID KEY
                     ADD 1 TO WS-PURGED-CTR
              END-DELETE
           END-IF.

       2150-CHECK-CYCLE SECTION.

           IF WS-RUN-CYCLE-CODE = 'AL'
              OR WS-MATCH-CYCLE-CODE = WS-RUN-CYCLE-CODE
              OR WS-MATCH-CYCLE-CODE = SPACES
              OR WS-MATCH-CYCLE-CODE = 'AL'
              SET WS-CYCLE-MATCH TO TRUE
           ELSE
              SET WS-CYCLE-NO-MATCH TO TRUE
           END-IF.

       2200-BUILD-ROUTES SECTION.

           MOVE LOW-VALUES TO MTR-ID.
           START MI01-METER-KSDS KEY NOT LESS THAN MTR-ID
               INVALID KEY
                  SET MTR-EOF TO TRUE
                  DISPLAY '----------------------------------------'
                  DISPLAY 'METER MASTER KSDS IS EMPTY -------------'
                  DISPLAY '----------------------------------------'
           END-START.

           PERFORM 2210-READ-NEXT-METER UNTIL MTR-EOF.

       2210-READ-NEXT-METER SECTION.

           READ MI01-METER-KSDS NEXT
                AT END  SET MTR-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE METERS TO ROUTE ----------------'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1 TO WS-READ-CTR
                            IF WS-RUN-CYCLE-CODE = 'AL'
                               OR MTR-CYCLE-CODE = WS-RUN-CYCLE-CODE
                               PERFORM 2220-BUILD-ROUTE-ENTRY
                            END-IF
           END-READ.

       2220-BUILD-ROUTE-ENTRY SECTION.

           INITIALIZE RT01-ROUTE-RECORD.
           MOVE MTR-ID          TO RTE-MTR-ID.
           MOVE MTR-CYCLE-CODE  TO RTE-CYCLE-CODE.
           MOVE MTR-CUST-ID     TO RTE-CUST-ID.
           MOVE MTR-CURR-READ   TO RTE-LAST-READ.
           IF MTR-NET-METERED
              MOVE 'Y'               TO RTE-NET-METER-SW
              MOVE MTR-EXP-CURR-READ TO RTE-EXP-LAST-READ
           ELSE
              MOVE 'N'               TO RTE-NET-METER-SW
           END-IF.
           MOVE WS-DATE         TO RTE-ISSUE-DATE.
           SET RTE-NO-RANGE     TO TRUE.
           SET RTE-UNREAD       TO TRUE.

           MOVE MTR-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
                INVALID KEY
                   DISPLAY 'NO CUSTOMER RECORD FOR METER ' MTR-ID
                   MOVE '** NOT ON CUSTOMER FILE' TO RTE-ADDRESS
                   MOVE SPACES          TO RTE-AREA-CODE
                NOT INVALID KEY
                   MOVE CUST-FIRST-NAME TO RTE-FIRST-NAME
                   MOVE CUST-LAST-NAME  TO RTE-LAST-NAME
                   MOVE CUST-ADDRESS    TO RTE-ADDRESS
                   MOVE CUST-CITY       TO RTE-CITY
                   MOVE CUST-AREA-CODE  TO RTE-AREA-CODE
           END-READ.

           MOVE RTE-AREA-CODE   TO WS-RDR-LOOKUP-AREA.
           MOVE MTR-CYCLE-CODE  TO WS-MATCH-CYCLE-CODE.
           PERFORM 2230-FIND-READER.
           IF WS-RDR-FOUND
              MOVE RDR-READER-CODE(WS-RDR-NDX) TO RTE-READER-CODE
           ELSE
              MOVE WS-UNASSIGNED-CODE          TO RTE-READER-CODE
              ADD 1 TO WS-UNASSIGNED-CTR
           END-IF.

           WRITE RT01-ROUTE-RECORD
               INVALID KEY
                  DISPLAY 'ROUTE WRITE FAILED FOR METER ' MTR-ID
                  ADD 1 TO WS-REJECT-CTR
               NOT INVALID KEY
                  ADD 1 TO WS-ROUTED-CTR
           END-WRITE.

      *> AN ASSIGNMENT FOR THE METER'S OWN CYCLE IS TAKEN FIRST, THEN
      *> ONE THAT APPLIES TO ALL CYCLES.
       2230-FIND-READER SECTION.

           SET WS-RDR-NOT-FOUND TO TRUE.
           MOVE ZEROS           TO WS-RDR-NDX.

           PERFORM 2235-COMPARE-READER
               VARYING WS-RDR-NDX FROM 1 BY 1
               UNTIL WS-RDR-NDX > WS-RDR-COUNT
                  OR WS-RDR-FOUND.

           IF WS-RDR-NOT-FOUND
              MOVE 'AL' TO WS-MATCH-CYCLE-CODE
              PERFORM 2235-COMPARE-READER
                  VARYING WS-RDR-NDX FROM 1 BY 1
                  UNTIL WS-RDR-NDX > WS-RDR-COUNT
                     OR WS-RDR-FOUND
           END-IF.

           IF WS-RDR-FOUND
              SUBTRACT 1 FROM WS-RDR-NDX
           END-IF.

       2235-COMPARE-READER SECTION.

           IF RDR-AREA-CODE(WS-RDR-NDX) = WS-RDR-LOOKUP-AREA
              IF RDR-CYCLE-CODE(WS-RDR-NDX) = WS-MATCH-CYCLE-CODE
                 OR (WS-MATCH-CYCLE-CODE = 'AL'
                     AND RDR-CYCLE-CODE(WS-RDR-NDX) = SPACES)
                 SET WS-RDR-FOUND TO TRUE
              END-IF
           END-IF.

       2250-FIND-READER-NAME SECTION.

           SET WS-RDR-NOT-FOUND TO TRUE.
           MOVE ZEROS           TO WS-RDR-NDX.

           PERFORM 2255-COMPARE-READER-CODE
               VARYING WS-RDR-NDX FROM 1 BY 1
               UNTIL WS-RDR-NDX > WS-RDR-COUNT
                  OR WS-RDR-FOUND.

           IF WS-RDR-FOUND
              SUBTRACT 1 FROM WS-RDR-NDX
              MOVE RDR-READER-NAME(WS-RDR-NDX) TO WS-CURR-READER-NAME
           ELSE
              MOVE WS-UNASSIGNED-NAME          TO WS-CURR-READER-NAME
           END-IF.

       2255-COMPARE-READER-CODE SECTION.

           IF RDR-READER-CODE(WS-RDR-NDX) = WS-RDR-LOOKUP-CODE
              SET WS-RDR-FOUND TO TRUE
           END-IF.

      *> CONSUMPTION HISTORY IS TOTALLED ONTO THE ROUTE ENTRY OF EACH
      *> METER BEING ROUTED. METERS OF OTHER CYCLES ARE PASSED BY.
       2300-LOAD-HISTORY SECTION.

           OPEN INPUT CH01-CONSUMPTION-HIST.
           IF HIST-FILE-MISSING
              DISPLAY 'NO CONSUMPTION HISTORY ON FILE - '
                      'NO EXPECTED RANGES THIS RUN'
           ELSE
              IF NOT HIST-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING CONSUMPTION HISTORY FILE  '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-HIST-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
              PERFORM 2310-READ-HISTORY UNTIL HIST-EOF
              CLOSE CH01-CONSUMPTION-HIST
           END-IF.

       2310-READ-HISTORY SECTION.

           READ CH01-CONSUMPTION-HIST
                AT END      SET HIST-EOF TO TRUE
                NOT AT END  ADD 1 TO WS-HIST-READ-CTR
                            IF CH-EST-FLAG NOT = 'E'
                               PERFORM 2320-ACCUMULATE-HISTORY
                            END-IF
           END-READ.

       2320-ACCUMULATE-HISTORY SECTION.

           MOVE CH-MTR-ID TO RTE-MTR-ID.
           READ RT01-ROUTE-KSDS KEY IS RTE-MTR-ID
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE RTE-CYCLE-CODE TO WS-MATCH-CYCLE-CODE
                   PERFORM 2150-CHECK-CYCLE
                   IF WS-CYCLE-MATCH
                      ADD 1                 TO RTE-HIST-CYCLES
                      ADD CH-UNITS-CONSUMED TO RTE-HIST-UNITS
                      REWRITE RT01-ROUTE-RECORD
                          INVALID KEY
                             DISPLAY 'ROUTE REWRITE FAILED FOR METER '
                                     RTE-MTR-ID
                      END-REWRITE
                   END-IF
           END-READ.

      *> THE ROUTE KSDS IS READ IN KEY ORDER - READER, AREA, METER -
      *> AND EACH OF THE CYCLE'S ENTRIES IS GIVEN ITS EXPECTED RANGE,
      *> PRINTED ON THE SHEET AND WRITTEN TO THE HANDHELD FILE.
       2400-ISSUE-ROUTES SECTION.

           MOVE LOW-VALUES TO RTE-KEY.
           START RT01-ROUTE-KSDS KEY NOT LESS THAN RTE-KEY
               INVALID KEY SET RTE-EOF TO TRUE
           END-START.

           PERFORM 2410-READ-NEXT-ROUTE UNTIL RTE-EOF.

           IF NOT WS-FIRST-ROUTE
              PERFORM 2460-END-READER
           END-IF.

       2410-READ-NEXT-ROUTE SECTION.

           READ RT01-ROUTE-KSDS NEXT
                AT END      SET RTE-EOF TO TRUE
                NOT AT END
                   IF WS-RUN-CYCLE-CODE = 'AL'
                      OR RTE-CYCLE-CODE = WS-RUN-CYCLE-CODE
                      PERFORM 2420-ISSUE-ROUTE-ENTRY
                   END-IF
           END-READ.

       2420-ISSUE-ROUTE-ENTRY SECTION.

           IF WS-FIRST-ROUTE
              OR RTE-READER-CODE NOT = WS-PREV-READER-CODE
              IF NOT WS-FIRST-ROUTE
                 PERFORM 2460-END-READER
              END-IF
              PERFORM 2440-START-READER
           END-IF.

           IF RTE-AREA-CODE NOT = WS-PREV-AREA-CODE
              PERFORM 2450-START-AREA
           END-IF.

           PERFORM 2430-SET-EXPECTED-RANGE.

           REWRITE RT01-ROUTE-RECORD
               INVALID KEY
                  DISPLAY 'ROUTE REWRITE FAILED FOR METER '
                          RTE-MTR-ID
           END-REWRITE.

           ADD 1 TO WS-ROUTE-SEQ.
           ADD 1 TO WS-ISSUED-CTR.
           PERFORM 2700-WRITE-SHEET-LINE.
           PERFORM 2600-WRITE-DOWNLOAD-DETAIL.

       2430-SET-EXPECTED-RANGE SECTION.

           IF RTE-HIST-CYCLES > 0
              COMPUTE RTE-AVG-UNITS ROUNDED =
                      RTE-HIST-UNITS / RTE-HIST-CYCLES
              IF WS-RANGE-PCT < 100
                 COMPUTE WS-LOW-UNITS =
                         RTE-AVG-UNITS * (100 - WS-RANGE-PCT) / 100
              ELSE
                 MOVE ZEROS TO WS-LOW-UNITS
              END-IF
              COMPUTE WS-HIGH-UNITS ROUNDED =
                      RTE-AVG-UNITS * (100 + WS-RANGE-PCT) / 100

              COMPUTE WS-EXPECTED-READ = RTE-LAST-READ + WS-LOW-UNITS
              IF WS-EXPECTED-READ > 999999
                 SUBTRACT 1000000 FROM WS-EXPECTED-READ
              END-IF
              MOVE WS-EXPECTED-READ TO RTE-LOW-READ

              COMPUTE WS-EXPECTED-READ = RTE-LAST-READ + WS-HIGH-UNITS
              IF WS-EXPECTED-READ > 999999
                 SUBTRACT 1000000 FROM WS-EXPECTED-READ
              END-IF
              MOVE WS-EXPECTED-READ TO RTE-HIGH-READ

              SET RTE-RANGE-SET TO TRUE
           ELSE
              MOVE ZEROS TO RTE-AVG-UNITS
                            RTE-LOW-READ
                            RTE-HIGH-READ
              SET RTE-NO-RANGE TO TRUE
              ADD 1 TO WS-NO-RANGE-CTR
           END-IF.

       2440-START-READER SECTION.

           MOVE 'N'             TO WS-FIRST-ROUTE-SW.
           MOVE RTE-READER-CODE TO WS-PREV-READER-CODE.
           MOVE SPACES          TO WS-PREV-AREA-CODE.
           MOVE ZEROS           TO WS-ROUTE-SEQ.
           ADD 1 TO WS-READER-CTR.

           MOVE RTE-READER-CODE TO WS-RDR-LOOKUP-CODE.
           PERFORM 2250-FIND-READER-NAME.

           PERFORM 2750-WRITE-PAGE-HEADERS.

           MOVE RTE-READER-CODE     TO HHH-READER-CODE.
           MOVE WS-CURR-READER-NAME TO HHH-READER-NAME.
           MOVE RTE-CYCLE-CODE      TO HHH-CYCLE-CODE.
           MOVE WS-DATE             TO HHH-ISSUE-DATE.
           WRITE HH01-HANDHELD-RECORD FROM WS-HH-HEADER.

       2450-START-AREA SECTION.

           MOVE RTE-AREA-CODE TO WS-PREV-AREA-CODE.

           IF WS-LINE-COUNT >= WS-MAX-LINES - 1
              PERFORM 2750-WRITE-PAGE-HEADERS
           END-IF.

           MOVE RTE-AREA-CODE TO WS-RPT-AREA-CODE.
           WRITE TO25-ROUTE-SHEETS-RECORD FROM WS-REPORT-AREA-LINE.
           ADD 1 TO WS-LINE-COUNT.

       2460-END-READER SECTION.

           MOVE WS-ROUTE-SEQ TO WS-RPT-ROUTE-CTR.
           WRITE TO25-ROUTE-SHEETS-RECORD FROM WS-REPORT-READER-TOTAL.
           ADD 1 TO WS-LINE-COUNT.

           MOVE WS-PREV-READER-CODE TO HHT-READER-CODE.
           MOVE WS-ROUTE-SEQ        TO HHT-METER-COUNT.
           WRITE HH01-HANDHELD-RECORD FROM WS-HH-TRAILER.

       2600-WRITE-DOWNLOAD-DETAIL SECTION.

           MOVE RTE-READER-CODE     TO HHD-READER-CODE.
           MOVE RTE-AREA-CODE       TO HHD-AREA-CODE.
           MOVE WS-ROUTE-SEQ        TO HHD-ROUTE-SEQ.
           MOVE RTE-MTR-ID          TO HHD-MTR-ID.
           MOVE RTE-CUST-ID         TO HHD-CUST-ID.
           MOVE RTE-FIRST-NAME      TO HHD-FIRST-NAME.
           MOVE RTE-LAST-NAME       TO HHD-LAST-NAME.
           MOVE RTE-ADDRESS         TO HHD-ADDRESS.
           MOVE RTE-CITY            TO HHD-CITY.
           MOVE RTE-LAST-READ       TO HHD-LAST-READ.
           MOVE RTE-RANGE-SW        TO HHD-RANGE-SW.
           MOVE RTE-LOW-READ        TO HHD-LOW-READ.
           MOVE RTE-HIGH-READ       TO HHD-HIGH-READ.
           MOVE RTE-NET-METER-SW    TO HHD-NET-METER-SW.
           MOVE RTE-EXP-LAST-READ   TO HHD-EXP-LAST-READ.

           WRITE HH01-HANDHELD-RECORD FROM WS-HH-DETAIL.

      *> A NET-METERED METER TAKES TWO LINES, KEPT ON ONE PAGE.
       2700-WRITE-SHEET-LINE SECTION.

           IF WS-LINE-COUNT >= WS-MAX-LINES
              OR (RTE-NET-METERED
                  AND WS-LINE-COUNT >= WS-MAX-LINES - 1)
              PERFORM 2750-WRITE-PAGE-HEADERS
              MOVE RTE-AREA-CODE TO WS-RPT-AREA-CODE
              WRITE TO25-ROUTE-SHEETS-RECORD FROM WS-REPORT-AREA-LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF.

           MOVE WS-ROUTE-SEQ        TO WS-RPT-SEQ.
           MOVE RTE-MTR-ID          TO WS-RPT-MTR-ID.
           MOVE RTE-CUST-ID         TO WS-RPT-CUST-ID.
           MOVE RTE-FIRST-NAME      TO WS-RPT-FIRST-NAME.
           MOVE RTE-LAST-NAME       TO WS-RPT-LAST-NAME.
           MOVE RTE-ADDRESS         TO WS-RPT-ADDRESS.
           MOVE RTE-CITY            TO WS-RPT-CITY.
           MOVE RTE-LAST-READ       TO WS-RPT-LAST-READ.
           IF RTE-RANGE-SET
              MOVE RTE-LOW-READ     TO WS-RPT-LOW-READ
              MOVE '-'              TO WS-RPT-RANGE-SEP
              MOVE RTE-HIGH-READ    TO WS-RPT-HIGH-READ
           ELSE
              MOVE 'NO HISTORY'     TO WS-RPT-RANGE
           END-IF.

           WRITE TO25-ROUTE-SHEETS-RECORD FROM WS-REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

           IF RTE-NET-METERED
              MOVE RTE-EXP-LAST-READ TO WS-RPT-EXP-LAST-READ
              WRITE TO25-ROUTE-SHEETS-RECORD
                    FROM WS-REPORT-EXPORT-LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF.

       2750-WRITE-PAGE-HEADERS SECTION.

           MOVE WS-PAGE-NUM         TO WS-RPT-PAGE-NUM.
           MOVE RTE-CYCLE-CODE      TO WS-RPT-CYCLE-CODE.
           MOVE RTE-READER-CODE     TO WS-RPT-READER-CODE.
           MOVE WS-CURR-READER-NAME TO WS-RPT-READER-NAME.
           MOVE WS-REPORT-DATE      TO WS-RPT-ISSUE-DATE.
           WRITE TO25-ROUTE-SHEETS-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO25-ROUTE-SHEETS-RECORD FROM WS-REPORT-READER-LINE.
           WRITE TO25-ROUTE-SHEETS-RECORD FROM WS-REPORT-HEADER2.
           MOVE 3 TO WS-LINE-COUNT.
           ADD 1 TO WS-PAGE-NUM.

       2800-WRITE-REPORT-TOTALS SECTION.

           MOVE WS-ISSUED-CTR     TO WS-RPT-ROUTED-CTR.
           MOVE WS-READER-CTR     TO WS-RPT-READER-CTR.
           MOVE WS-UNASSIGNED-CTR TO WS-RPT-UNASSIGNED-CTR.
           MOVE WS-NO-RANGE-CTR   TO WS-RPT-NO-RANGE-CTR.
           MOVE WS-REJECT-CTR     TO WS-RPT-REJECT-CTR.
           WRITE TO25-ROUTE-SHEETS-RECORD FROM WS-REPORT-TOTAL.

       8000-OPEN-RUN-LOG SECTION.

           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.

           OPEN EXTEND RL01-RUN-LOG.
           IF WS-LOG-STATUS = '05' OR '35'
              OPEN OUTPUT RL01-RUN-LOG
           END-IF.
           IF NOT LOG-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING RUN HISTORY FILE          '
              DISPLAY 'FILE  STATUS ', ' ',    WS-LOG-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' METERS READ              ',  WS-READ-CTR
           DISPLAY ' METERS ROUTED            ',  WS-ISSUED-CTR
           DISPLAY ' READER ROUTES            ',  WS-READER-CTR
           DISPLAY ' AREA NOT ASSIGNED        ',  WS-UNASSIGNED-CTR
           DISPLAY ' NO HISTORY FOR RANGE     ',  WS-NO-RANGE-CTR
           DISPLAY ' HISTORY RECORDS READ     ',  WS-HIST-READ-CTR
           DISPLAY ' REJECTED                 ',  WS-REJECT-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-METER-KSDS,
                  MI01-CUSTOMER-KSDS,
                  RT01-ROUTE-KSDS,
                  HH01-HANDHELD-DOWNLOAD,
                  TO25-ROUTE-SHEETS.

           DISPLAY '----------------------------------------'
           DISPLAY 'METER MASTER KSDS      IS CLOSED  '
           DISPLAY 'CUSTOMER MASTER KSDS   IS CLOSED  '
           DISPLAY 'READING ROUTE KSDS     IS CLOSED  '
           DISPLAY 'HANDHELD DOWNLOAD FILE IS CLOSED  '
           DISPLAY 'ROUTE SHEETS REPORT    IS CLOSED  '
           DISPLAY '----------------------------------------'

           PERFORM 9050-WRITE-RUN-LOG.

           STOP RUN.

       9050-WRITE-RUN-LOG SECTION.

           ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-END-TIME FROM TIME.

           INITIALIZE RL01-RUN-LOG-RECORD.
           MOVE 'BILL026 '        TO RL-PROGRAM-ID.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           MOVE WS-RUN-END-DATE   TO RL-END-DATE.
           MOVE WS-RUN-END-TIME   TO RL-END-TIME.
           MOVE WS-READ-CTR       TO RL-READ-CTR.
           MOVE WS-ISSUED-CTR     TO RL-WRITE-CTR.
           MOVE WS-REJECT-CTR     TO RL-REJECT-CTR.
           MOVE WS-RUN-END-STATUS TO RL-END-STATUS.

           WRITE RL01-RUN-LOG-RECORD.
           CLOSE RL01-RUN-LOG.

       9100-ABORT-RUN SECTION.

           MOVE 'AB' TO WS-RUN-END-STATUS.
           PERFORM 9050-WRITE-RUN-LOG.
           STOP RUN.
