      *    BUT SIMPLE AND WE HAVE SURE IT WILL WORK ON EVERY DB2 CONFIG
      *  2) CHANGES TO ONE ROW SQL QUERIES FOR EVERY NAKSHATRA GIVES
      *    MORE PERFORMANCE BUT MAY NOT WORK FOR ALL DATABASES VERSIONS
      *  3) IN - INCREMENTAL: STARTS FROM THE REC01-NTAB COUNTS THE
      *    LAST SQ/MQ/IN RUN LEFT ON NCBASER AND READS ONLY THE
      *    CITIZENS_CHG ROWS WRITTEN SINCE THAT RUN'S TIMESTAMP, E.G.
      *    PARM='IN,010'. EVERY SQ/MQ RUN CHECKS THE BASELINE FOR
      *    DRIFT BEFORE IT REPLACES IT ON NCBASEW.
      *  ANY SQ, MQ, FL OR IN RUN ALSO BREAKS THE COUNTS DOWN BY THE
      *    CITIZEN'S REGION CODE AND PROVES THE REGIONS ADD UP TO THE
      *    NATIONAL FIGURES. A TRAILING REGION ARGUMENT LIMITS AN
      *    SQ/MQ/FL RUN TO ONE REGION, E.G. PARM='MQ,010,NE' OR
      *    PARM='MQ,010,2024-12-31,NE'.
      *  THE SAME RUNS ALSO TEST THE NAKSHATRA DISTRIBUTION AGAINST THE
      *    CALENDAR (CHI-SQUARE, PER AGE-BAND TABLE AND GENDER), SO A
      *    NAKSHATRA IS NOT CALLED LARGEST JUST FOR BEING LONGEST.
      ******************************************************************
      *    IMPLEMENTATION OF DB2 CONFIGURATION
      *       WE IMPLY DB2 HAS VARIABLES: 
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-NTAB.
      *
      *    INCREMENTAL BASELINE - THE REC01-NTAB COUNTS A RUN ENDED
      *    WITH. NCBASER IS THE PREVIOUS GENERATION, NCBASEW THE NEW
      *    ONE, THE SAME OLD/NEW PAIRING HK USES FOR THE RUN LOG.
           SELECT OPTIONAL RECBASR ASSIGN TO NCBASER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-BASR.
      *
           SELECT RECBASW ASSIGN TO NCBASEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-BASW.
       DATA DIVISION.
       FILE SECTION. 
       FD RECLOGW
      *    SITS AT THE END OF THE BODY SO RECORDS WRITTEN BEFORE THE
      *    FIELD EXISTED ARE SIMPLY SHORTER AND STILL READ BACK.
         10 REC01-DS-ASOF-DATE                PIC X(10).
      *    REGION A REGION-LIMITED RUN WAS CUT FOR, SPACES FOR A
      *    NATIONAL RUN - APPENDED THE SAME WAY AS THE AS-OF DATE.
         10 REC01-DS-REGION                   PIC X(2).
      ******************************************************************
      * CHECKPOINT RECORD, SAME FD AS REC01-DS (IMPLICITLY REDEFINES
      * IT). WRITTEN AFTER EVERY YEAR/INTERVAL OF THE 120-YEAR SQ/MQ
         10 REC01-DS-R-T-NAKSH-MAX-CITIZEN-M    PIC 9(9) COMP-5.
         10 REC01-DS-R-T-NAKSH-MIN-CITIZEN-F    PIC 9(9) COMP-5.
         10 REC01-DS-R-ASOF-DATE                PIC X(10).
         10 REC01-DS-R-REGION                   PIC X(2).
      ******************************************************************
      *    PER-NAKSHATRA DETAIL ARCHIVE. REC01-TABLE-STATS ITSELF IS
      *    STILL NEVER PERSISTED (SEE THE DESIGN NOTE ON REC01-DS) -
      *    INTERVAL TABLE, KEYED BY REC01-PGM-START-DATE, SO A (D,*)
      *    REPLAY CAN SHOW WHICH NAKSHATRA LED IN A HISTORICAL RUN
      *    WITHOUT RE-QUERYING DB2 AS OF TODAY.
      *    THE REGION CODE AT THE END OF THE ROW CAME LATER THAN THE
      *    DATASET ITSELF - ROWS ARCHIVED BEFORE IT ARE TWO BYTES
      *    SHORTER, HENCE THE VARYING RECORD. EVERY ROW WRITTEN NOW
      *    IS FULL LENGTH (WS-DETW-LEN IS SET BEFORE EACH WRITE).
      ******************************************************************
       FD RECDETW
           RECORD IS VARYING IN SIZE FROM 66 TO 68
           DEPENDING ON WS-DETW-LEN
           RECORDING MODE IS V.
       01 REC02-DET.
        05 REC02-DET-PGM-START-DATE  PIC 99(4)/99/99.
        05 REC02-DET-TAB-I           PIC 9(3).
        05 REC02-DET-FALIVE          PIC 9(9).
        05 REC02-DET-MDEAD           PIC 9(9).
        05 REC02-DET-FDEAD           PIC 9(9).
      *    SPACES ON THE NATIONAL ROWS, THE REGION CODE ON THE
      *    PER-REGION ROWS THAT FOLLOW THEM FOR THE SAME RUN.
        05 REC02-DET-REGION          PIC X(2).
      ******************************************************************
      *    SEMICOLON-DELIMITED EXTRACT, ONE DATASET PER RUN, FOR THE
      *    DEMOGRAPHY GROUP'S ANALYTICS LOAD: N ROWS CARRY THE
      *    REC01-NTAB COUNTS PER NAKSHATRA AND AGE-BAND (INTERVAL
      *    TABLE), R ROWS THE SAME PER REGION, E ROWS THE OBSERVED
      *    AGAINST CALENDAR-EXPECTED COUNTS PER AGE-BAND, GENDER AND
      *    NAKSHATRA, Q ROWS THE CHI-SQUARE VERDICT PER AGE-BAND AND
      *    GENDER, ONE T ROW CARRIES THE REC01-TOTAL-SUMMARY FIGURES.
      *    EVERY ROW IS TAGGED WITH REC01-PGM-START-DATE AND
      *    REC01-USER SO A LOAD NEVER GUESSES WHICH RUN IT CAME FROM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      *    ONE UNLOAD RECORD PER CITIZEN: ISO BIRTHDATE, GENDER
      *    (M/F), ALIVE STATUS (A/D) AND REGION CODE - THE SAME FOUR
      *    FACTS THE SQL PATHS PULL FROM DB2.
      ******************************************************************
       FD RECCITR.
       01 REC06-CIT.
        05 REC06-CIT-BDATE           PIC X(10).
        05 REC06-CIT-GENDER          PIC X.
        05 REC06-CIT-ALIVE           PIC X.
        05 REC06-CIT-REGION          PIC X(2).
      *
       FD RECNTABR.
       01 REC05-NTAB.
        05 FILLER                    PIC X(1).
        05 REC05-NTAB-NAME           PIC X(15).
      *
      *    SAME LAYOUT AS RECDETW. A SHORT ROW (WS-DETR-LEN BELOW 68)
      *    PREDATES THE REGION CODE AND IS A NATIONAL ROW.
       FD RECDETR
           RECORD IS VARYING IN SIZE FROM 66 TO 68
           DEPENDING ON WS-DETR-LEN
           RECORDING MODE IS V.
       01 REC02-DET-R.
        05 REC02-DET-R-PGM-START-DT  PIC 99(4)/99/99.
        05 REC02-DET-R-TAB-I         PIC 9(3).
        05 REC02-DET-R-FALIVE        PIC 9(9).
        05 REC02-DET-R-MDEAD         PIC 9(9).
        05 REC02-DET-R-FDEAD         PIC 9(9).
        05 REC02-DET-R-REGION        PIC X(2).
      ******************************************************************
      *    INCREMENTAL BASELINE: ONE H HEADER (AS-OF DATE, THE DB2
      *    TIMESTAMP THE COUNTS ARE GOOD TO, INTERVAL, MODE), ONE C
      *    RECORD PER NON-ZERO REC01-NTAB CELL, ONE R RECORD PER
      *    NON-ZERO REGION/TABLE/NAKSHATRA CELL, ONE T TRAILER WITH
      *    THE CELL AND CITIZEN COUNTS OF BOTH SO A SHORT DATASET IS
      *    CAUGHT BEFORE A SINGLE COUNT IS TRUSTED.
      ******************************************************************
       FD RECBASR.
       01 REC07-BASE-R.
        05 REC07-R-TYPE              PIC X.
        05 FILLER                    PIC X(59).
       01 REC07-BASE-R-HDR.
        05 FILLER                    PIC X.
        05 REC07-R-HDR-ASOF          PIC X(10).
        05 REC07-R-HDR-TS            PIC X(26).
        05 REC07-R-HDR-INTERVAL      PIC 9(3).
        05 REC07-R-HDR-MODE          PIC XX.
        05 FILLER                    PIC X(18).
       01 REC07-BASE-R-CELL.
        05 FILLER                    PIC X.
        05 REC07-R-CELL-TAB          PIC 9(3).
        05 REC07-R-CELL-NAKSH        PIC 9(2).
        05 REC07-R-CELL-AGE          PIC 9(3).
        05 REC07-R-CELL-MALIVE       PIC 9(9).
        05 REC07-R-CELL-FALIVE       PIC 9(9).
        05 REC07-R-CELL-MDEAD        PIC 9(9).
        05 REC07-R-CELL-FDEAD        PIC 9(9).
        05 FILLER                    PIC X(15).
       01 REC07-BASE-R-REG.
        05 FILLER                    PIC X.
        05 REC07-R-REG-CODE          PIC X(2).
        05 REC07-R-REG-TAB           PIC 9(3).
        05 REC07-R-REG-NAKSH         PIC 9(2).
        05 REC07-R-REG-MALIVE        PIC 9(9).
        05 REC07-R-REG-FALIVE        PIC 9(9).
        05 REC07-R-REG-MDEAD         PIC 9(9).
        05 REC07-R-REG-FDEAD         PIC 9(9).
        05 FILLER                    PIC X(16).
       01 REC07-BASE-R-TRL.
        05 FILLER                    PIC X.
        05 REC07-R-TRL-CELLS         PIC 9(9).
        05 REC07-R-TRL-CITIZENS      PIC 9(11).
        05 REC07-R-TRL-RCELLS        PIC 9(9).
        05 REC07-R-TRL-RCITIZENS     PIC 9(11).
        05 FILLER                    PIC X(19).
      *
       FD RECBASW.
       01 REC07-BASE-W.
        05 REC07-W-TYPE              PIC X.
        05 FILLER                    PIC X(59).
       01 REC07-BASE-W-HDR.
        05 FILLER                    PIC X.
        05 REC07-W-HDR-ASOF          PIC X(10).
        05 REC07-W-HDR-TS            PIC X(26).
        05 REC07-W-HDR-INTERVAL      PIC 9(3).
        05 REC07-W-HDR-MODE          PIC XX.
        05 FILLER                    PIC X(18).
       01 REC07-BASE-W-CELL.
        05 FILLER                    PIC X.
        05 REC07-W-CELL-TAB          PIC 9(3).
        05 REC07-W-CELL-NAKSH        PIC 9(2).
        05 REC07-W-CELL-AGE          PIC 9(3).
        05 REC07-W-CELL-MALIVE       PIC 9(9).
        05 REC07-W-CELL-FALIVE       PIC 9(9).
        05 REC07-W-CELL-MDEAD        PIC 9(9).
        05 REC07-W-CELL-FDEAD        PIC 9(9).
        05 FILLER                    PIC X(15).
       01 REC07-BASE-W-REG.
        05 FILLER                    PIC X.
        05 REC07-W-REG-CODE          PIC X(2).
        05 REC07-W-REG-TAB           PIC 9(3).
        05 REC07-W-REG-NAKSH         PIC 9(2).
        05 REC07-W-REG-MALIVE        PIC 9(9).
        05 REC07-W-REG-FALIVE        PIC 9(9).
        05 REC07-W-REG-MDEAD         PIC 9(9).
        05 REC07-W-REG-FDEAD         PIC 9(9).
        05 FILLER                    PIC X(16).
       01 REC07-BASE-W-TRL.
        05 FILLER                    PIC X.
        05 REC07-W-TRL-CELLS         PIC 9(9).
        05 REC07-W-TRL-CITIZENS      PIC 9(11).
        05 REC07-W-TRL-RCELLS        PIC 9(9).
        05 REC07-W-TRL-RCITIZENS     PIC 9(11).
        05 FILLER                    PIC X(19).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *  BEGIN SQL VARIABLES & STRUCTURES
         07 WS-QREC01-ALIVE               PIC   X. *> DB2 CHAR 
         88 WS-QREC01-ALIVE-FLAG-ALIVE    VALUE 'A'. 
         88 WS-QREC01-ALIVE-FLAG-DEAD     VALUE 'D'. 
      * ---------------------------------------------------------------
      *    REGION THE RUN IS LIMITED TO, SPACES FOR ALL REGIONS
         07 WS-QREC01-REGION-FILTER       PIC   X(2) VALUE SPACES.
      * ---------------------------------------------------------------   
      *    REFERENCE DATE EVERY AGE DERIVATION ANCHORS ON. FILLED
      *    FROM CURRENT DATE UNLESS THE JCL PARM CARRIES AN AS-OF
                                                   INDEXED BY INX-SQ-G.  
         10 WS-QREC01-SQ-ROWSET-ALIVE    PIC X     OCCURS 3200 TIMES
                                                   INDEXED BY INX-SQ-A.         
         10 WS-QREC01-SQ-ROWSET-REGION   PIC X(2)  OCCURS 3200 TIMES
                                                   INDEXED BY INX-SQ-R.
      * ---------------------------------------------------------------  
        05 WS-QREC01-MQ.
         07 WS-QREC01-DATE-LOWER         PIC   X(10). 
              OCCURS 121 TIMES.
         07 WS-QREC01-MQ-TFDEAD          PIC   S9(8)  COMP
              OCCURS 121 TIMES.
         07 WS-QREC01-MQ-REGION          PIC   X(2)
              OCCURS 121 TIMES.
      * 
      *    PACKED MM*100+DD SEGMENT BOUNDS FOR THE MQ02 NAKSHATRA
      *    CURSOR, DERIVED FROM WS-NTAB-UBOUND BEFORE EACH OPEN.
               OCCURS 121 TIMES INDEXED BY INX-MQ-Y. 
         07 WS-0QREC01-MQ-ROWSET-NR      PIC S9(08) COMP *>INT DB2
               OCCURS 121 TIMES INDEXED BY INX-MQ-N.     
      * ---------------------------------------------------------------
      *    IN MODE: THE WINDOW OF CITIZENS_CHG ROWS TO APPLY AND THE
      *    BEFORE/AFTER IMAGE OF ONE CHANGED CITIZEN. A NEW CITIZEN
      *    HAS NO BEFORE IMAGE, A REMOVED ONE NO AFTER IMAGE - THE
      *    CURSOR HANDS BOTH BACK AS SPACES.
        05 WS-QREC01-INC.
         07 WS-QREC01-INC-BASE-TS        PIC   X(26).
         07 WS-QREC01-INC-RUN-TS         PIC   X(26).
         07 WS-QREC01-INC-OLD-BDATE      PIC   X(10).
         07 WS-QREC01-INC-OLD-GENDER     PIC   X.
         07 WS-QREC01-INC-OLD-ALIVE      PIC   X.
         07 WS-QREC01-INC-NEW-BDATE      PIC   X(10).
         07 WS-QREC01-INC-NEW-GENDER     PIC   X.
         07 WS-QREC01-INC-NEW-ALIVE      PIC   X.
         07 WS-QREC01-INC-OLD-REGION     PIC   X(2).
         07 WS-QREC01-INC-NEW-REGION     PIC   X(2).
      * ---------------------------------------------------------------         
           EXEC SQL END DECLARE SECTION 
           END-EXEC.     
      ******************************************************************
       01 WS-FS-DETW                PIC XX.
       01 WS-FS-DETR                PIC XX.
       01 WS-DETW-LEN               PIC 9(4) COMP-5.
       01 WS-DETR-LEN               PIC 9(4) COMP-5.
       01 WS-FS-NTAB                PIC XX.
       01 WS-FS-CIT                 PIC XX.
       01 WS-FS-BASR                PIC XX.
       01 WS-FS-BASW                PIC XX.
      ******************************************************************
      *    WORK AREA FOR THE INCREMENTAL BASELINE (IN MODE AND THE
      *    FULL-RUN DRIFT CHECK). WS-INC-AGG IS THE BASELINE ROLLED UP
      *    PER INTERVAL TABLE AND NAKSHATRA - THE LEVEL THE DETAIL
      *    ARCHIVE AND THE EXTRACT PUBLISH - CELL 1-4 BEING MALE
      *    ALIVE, FEMALE ALIVE, MALE DEAD, FEMALE DEAD.
      ******************************************************************
       01 WS-INC.
        05 WS-INC-BASE-OK-FLAG      PIC X VALUE 'N'.
           88 WS-INC-BASE-OK        VALUE 'Y'.
        05 WS-INC-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-INC-EOF            VALUE 'Y'.
        05 WS-INC-TRL-FLAG          PIC X VALUE 'N'.
           88 WS-INC-TRL-SEEN       VALUE 'Y'.
        05 WS-INC-REGIONS-FLAG      PIC X VALUE 'N'.
           88 WS-INC-BASE-REGIONS   VALUE 'Y'.
        05 WS-INC-TARGET-FLAG       PIC X VALUE 'N'.
           88 WS-INC-TARGET-NTAB    VALUE 'N'.
           88 WS-INC-TARGET-AGG     VALUE 'A'.
        05 WS-INC-VALID-FLAG        PIC X VALUE 'N'.
           88 WS-INC-VALID          VALUE 'Y'.
        05 WS-INC-BASE-ASOF         PIC X(10).
        05 WS-INC-BASE-INTERVAL     PIC 9(3).
        05 WS-INC-BASE-MODE         PIC XX.
        05 WS-INC-CELLS-READ        PIC 9(9)  COMP-5.
        05 WS-INC-CITIZENS-READ     PIC 9(11) COMP-5.
        05 WS-INC-CELLS-WRITTEN     PIC 9(9)  COMP-5.
        05 WS-INC-CITIZENS-WRITTEN  PIC 9(11) COMP-5.
        05 WS-INC-RCELLS-READ       PIC 9(9)  COMP-5.
        05 WS-INC-RCITIZENS-READ    PIC 9(11) COMP-5.
        05 WS-INC-RCELLS-WRITTEN    PIC 9(9)  COMP-5.
        05 WS-INC-RCITIZENS-WRITTEN PIC 9(11) COMP-5.
        05 WS-INC-CHANGES           PIC 9(9)  COMP-5.
        05 WS-INC-ADDED             PIC 9(9)  COMP-5.
        05 WS-INC-REMOVED           PIC 9(9)  COMP-5.
        05 WS-INC-UNMATCHED         PIC 9(9)  COMP-5.
        05 WS-INC-SKIPPED           PIC 9(9)  COMP-5.
        05 WS-INC-DRIFT-CELLS       PIC 9(9)  COMP-5.
        05 WS-INC-BDATE             PIC X(10).
        05 WS-INC-GENDER            PIC X.
        05 WS-INC-ALIVE             PIC X.
        05 WS-INC-REGION            PIC X(2).
        05 WS-INC-SIGN              PIC S9 BINARY.
        05 WS-INC-ASOF-Y            PIC 9(4).
        05 WS-INC-BIRTH-Y           PIC 9(4).
        05 WS-INC-AGE               PIC S9(4) COMP.
        05 WS-INC-AGE-W             PIC S9(4) COMP.
        05 WS-INC-MD                PIC S9(4) COMP.
        05 WS-INC-TAB               PIC S9(3).
        05 WS-INC-N                 PIC S9(3).
        05 WS-INC-CELL              PIC S9(3).
        05 WS-INC-CELL-VAL          PIC 9(9)  COMP-5.
        05 WS-INC-TAB-SUB           PIC 9(3).
        05 WS-INC-N-SUB             PIC 9(3).
        05 WS-INC-CELL-SUB          PIC 9(3).
        05 WS-INC-FRESH-CNT         PIC S9(9) COMP-5 OCCURS 4 TIMES.
        05 WS-INC-EXP-E             PIC +9(9) OCCURS 4 TIMES.
        05 WS-INC-FND-E             PIC +9(9) OCCURS 4 TIMES.
        05 WS-INC-AGG.
         10 WS-INC-AGG-TAB OCCURS 120 TIMES.
          15 WS-INC-AGG-N OCCURS 27 TIMES.
           20 WS-INC-AGG-CNT        PIC S9(9) COMP-5 OCCURS 4 TIMES.
      ******************************************************************
      *    REGIONAL BREAKDOWN: ONE ENTRY PER REGION CODE SEEN, KEPT IN
      *    CODE ORDER, EACH WITH THE SAME INTERVAL TABLE / NAKSHATRA
      *    CELLS THE DETAIL ARCHIVE AND THE EXTRACT CARRY (1 MALE
      *    ALIVE, 2 FEMALE ALIVE, 3 MALE DEAD, 4 FEMALE DEAD). A BLANK
      *    REGION ON THE SOURCE IS COUNTED UNDER '??'.
      ******************************************************************
       01 WS-RG.
        05 WS-RG-COUNT              PIC 9(3)  COMP-5 VALUE 0.
        05 WS-RG-MAX                PIC 9(3)  COMP-5 VALUE 30.
        05 WS-RG-SUB                PIC 9(3)  COMP-5.
        05 WS-RG-SCAN               PIC 9(3)  COMP-5.
        05 WS-RG-POS                PIC 9(3)  COMP-5.
        05 WS-RG-DONE-FLAG          PIC X VALUE 'N'.
           88 WS-RG-DONE            VALUE 'Y'.
        05 WS-RG-KEY                PIC X(2).
        05 WS-RG-TAB-SUB            PIC 9(3).
        05 WS-RG-N-SUB              PIC 9(3).
        05 WS-RG-CELL               PIC 9(3).
        05 WS-RG-CELL-SUB           PIC 9(3).
        05 WS-RG-AGE-SUB            PIC 9(3).
        05 WS-RG-SIGN               PIC S9 BINARY.
        05 WS-RG-ADD                PIC 9(9)  COMP-5 OCCURS 4 TIMES.
        05 WS-RG-OVERFLOW           PIC 9(9)  COMP-5 VALUE 0.
        05 WS-RG-UNDERFLOW          PIC 9(9)  COMP-5 VALUE 0.
        05 WS-RG-MISMATCH           PIC 9(9)  COMP-5.
        05 WS-RG-NAT-CNT            PIC 9(9)  COMP-5 OCCURS 4 TIMES.
        05 WS-RG-SUM-CNT            PIC 9(9)  COMP-5 OCCURS 4 TIMES.
        05 WS-RG-NAT-ALIVE          PIC 9(9)  COMP-5.
        05 WS-RG-REG-ALIVE          PIC 9(9)  COMP-5.
        05 WS-RG-N-ALIVE            PIC 9(9)  COMP-5.
        05 WS-RG-MAX-N              PIC 9(3).
        05 WS-RG-MAX-CNT            PIC 9(9)  COMP-5.
        05 WS-RG-ENTRY OCCURS 30 TIMES.
         10 WS-RG-CODE              PIC X(2).
         10 WS-RG-TAB OCCURS 120 TIMES.
          15 WS-RG-NTAB OCCURS 27 TIMES.
           20 WS-RG-CNT             PIC 9(9)  COMP-5 OCCURS 4 TIMES.
      ******************************************************************
      *    WORK AREA FOR PARA-CHISQ-REPORT. WS-CS-DAYS IS EACH
      *    NAKSHATRA'S SHARE OF THE 365.25-DAY YEAR, WORKED OUT OF
      *    WS-NTAB-UBOUND ON A 366-DAY CALENDAR WITH 29 FEBRUARY
      *    WEIGHTED 1/4. PER INTERVAL TABLE AND GENDER (1 MALE, 2
      *    FEMALE) THE OBSERVED AND EXPECTED COUNTS, THE RATIO AND THE
      *    CHI-SQUARE STATISTIC ARE KEPT FOR THE EXTRACT WRITER.
      ******************************************************************
       01 WS-CS.
        05 WS-CS-MONTH-START-VALUES.
         10 FILLER PIC 9(3) VALUE 000.
         10 FILLER PIC 9(3) VALUE 031.
         10 FILLER PIC 9(3) VALUE 060.
         10 FILLER PIC 9(3) VALUE 091.
         10 FILLER PIC 9(3) VALUE 121.
         10 FILLER PIC 9(3) VALUE 152.
         10 FILLER PIC 9(3) VALUE 182.
         10 FILLER PIC 9(3) VALUE 213.
         10 FILLER PIC 9(3) VALUE 244.
         10 FILLER PIC 9(3) VALUE 274.
         10 FILLER PIC 9(3) VALUE 305.
         10 FILLER PIC 9(3) VALUE 335.
        05 WS-CS-MONTH-START-TAB REDEFINES WS-CS-MONTH-START-VALUES.
         10 WS-CS-MONTH-START       PIC 9(3) OCCURS 12 TIMES.
      *    29 FEBRUARY IS DAY 60 OF THE 366-DAY CALENDAR
        05 WS-CS-LEAP-DOY           PIC 9(3)      VALUE 60.
      *    CHI-SQUARE 5% CRITICAL VALUE FOR 27 NAKSHATRAS (26 DF)
        05 WS-CS-DF                 PIC 9(2)      VALUE 26.
        05 WS-CS-CRITICAL           PIC 9(3)V999  VALUE 38.885.
        05 WS-CS-MIN-EXPECTED       PIC 9(3)      VALUE 5.
        05 WS-CS-GENDER-LIST        PIC X(2)      VALUE 'MF'.
        05 WS-CS-DAYS               PIC 9(3)V99   OCCURS 27 TIMES.
        05 WS-CS-YEAR-DAYS          PIC 9(3)V99.
        05 WS-CS-DOY                PIC 9(3).
        05 WS-CS-PREV-DOY           PIC 9(3).
        05 WS-CS-MM                 PIC 9(2).
        05 WS-CS-DD                 PIC 9(2).
        05 WS-CS-TAB-SUB            PIC 9(3).
        05 WS-CS-G-SUB              PIC 9.
        05 WS-CS-N-SUB              PIC 9(2).
        05 WS-CS-AGE-SUB            PIC 9(3).
        05 WS-CS-EXP-W              PIC 9(9)V9(6) COMP-3.
        05 WS-CS-DIFF               PIC S9(9)V9(6) COMP-3.
        05 WS-CS-TESTED             PIC 9(5)  COMP-5.
        05 WS-CS-SIG-COUNT          PIC 9(5)  COMP-5.
        05 WS-CS-VERDICT-TXT        PIC X(15).
        05 WS-CS-DAYS-E             PIC ZZ9.99.
        05 WS-CS-EXP-E              PIC Z(8)9.99.
        05 WS-CS-RATIO-E            PIC Z(4)9.9999.
        05 WS-CS-CHISQ-E            PIC Z(8)9.9999.
        05 WS-CS-CRITICAL-E         PIC ZZ9.999.
        05 WS-CS-TAB OCCURS 120 TIMES.
         10 WS-CS-G OCCURS 2 TIMES.
          15 WS-CS-TOTAL            PIC 9(9)  COMP-5.
          15 WS-CS-CHISQ            PIC 9(9)V9999 COMP-3.
          15 WS-CS-VERDICT          PIC X.
             88 WS-CS-SIGNIFICANT   VALUE 'S'.
             88 WS-CS-NOT-SIGNIF    VALUE 'N'.
             88 WS-CS-NOT-TESTED    VALUE 'U'.
          15 WS-CS-N OCCURS 27 TIMES.
           20 WS-CS-OBS             PIC 9(9)  COMP-5.
           20 WS-CS-EXP             PIC 9(9)V99 COMP-3.
           20 WS-CS-RATIO           PIC 9(5)V9999 COMP-3.
      ******************************************************************
      *    WORK AREA FOR THE FL (FLAT-FILE) INPUT MODE
      ******************************************************************
        05 WS-FL-TAB-I              PIC S9(3).
        05 WS-FL-READ-COUNT         PIC 9(9) COMP-5 VALUE 0.
        05 WS-FL-SKIP-COUNT         PIC 9(9) COMP-5 VALUE 0.
        05 WS-FL-OTHER-REGION       PIC 9(9) COMP-5 VALUE 0.
      ******************************************************************
      *    WORK AREA FOR PARA-MORTALITY-REPORT: PER-NAKSHATRA DEAD
      *    AND ALIVE ROLL-UPS FROM REC01-NTAB-CITIZEN OCCURRENCE 2,
        05 WS-RL-DATE               PIC 9(8).
        05 WS-RL-TIME               PIC 9(8).
        05 WS-RL-STATUS             PIC X(4).
        05 WS-RL-DENY-FLAG          PIC X VALUE 'N'.
      ******************************************************************
      *    OPERATOR AUTHORITY REQUEST, SAME LAYOUT THE OPRAUTH MODULE
      *    TAKES FROM EVERY CALLER
      ******************************************************************
       01 WS-AUTH-REQUEST.
        05 WS-AUTH-PROGRAM          PIC X(8).
        05 WS-AUTH-FUNCTION         PIC X(8).
        05 WS-AUTH-AMOUNT           PIC 9(9)V99.
        05 WS-AUTH-QUANTITY         PIC 9(7).
        05 WS-AUTH-REFERENCE        PIC X(40).
        05 WS-AUTH-USER             PIC X(8).
        05 WS-AUTH-RESULT           PIC X(1).
         88 WS-AUTH-ALLOWED                    VALUE 'Y'.
        05 WS-AUTH-REASON           PIC X(30).
       01 WS-EXT-WORK.
        05 WS-EXT-MALIVE            PIC 9(9).
        05 WS-EXT-FALIVE            PIC 9(9).
        05 WS-EXT-T-FEMALE          PIC 9(9).
        05 WS-EXT-T-MAX             PIC 9(9).
        05 WS-EXT-T-MIN             PIC 9(9).
        05 WS-EXT-GENDER            PIC X.
        05 WS-EXT-DAYS              PIC 9(3).99.
        05 WS-EXT-OBS               PIC 9(9).
        05 WS-EXT-EXP               PIC 9(9).99.
        05 WS-EXT-RATIO             PIC 9(5).9999.
        05 WS-EXT-CHISQ             PIC 9(9).9999.
        05 WS-EXT-DF                PIC 9(2).
        05 WS-EXT-CRITICAL          PIC 9(3).999.
       01 WS-DET-EOF-FLAG           PIC X VALUE 'N'.
       01 WS-DET-WORK.
        05 WS-DET-MALIVE            PIC 9(9) COMP-5.
        05 WS-ASOF-ACTIVE-FLAG      PIC X VALUE 'N'.
           88 WS-ASOF-ACTIVE        VALUE 'Y'.
        05 WS-ASOF-VIEW             PIC X(10) VALUE SPACES.
        05 WS-REGION-VIEW           PIC X(2)  VALUE SPACES.
       01 WS-READ-FILTER.
        05 WS-FILTER-ACTIVE-FLAG    PIC X VALUE 'N'.
           88 WS-FILTER-ACTIVE      VALUE 'Y'.
              (YEAR(DATE(:WS-QREC01-ASOF-DATE)) - 
              YEAR(BDATE)) AS SMALLINT), 
              *>UP: AGE FROM YEAR(BDATE), 
              CAST(((MONTH(BDATE) * 100) + DAY(BDATE)) AS SMALLINT),
              GENDER,
              ALIVE,
              REGION
              FROM CITIZENS
              WHERE (:WS-QREC01-REGION-FILTER = '  '
                     OR REGION = :WS-QREC01-REGION-FILTER)
              AND YEAR(BDATE)
              BETWEEN 
              YEAR(ADD_YEARS(DATE(:WS-QREC01-DATE-LOWER), 
              :WS-QREC01-INTERVAL-DECIMAL)) *>MUST BE NEGATIVE, *(-1)
                                            ELSE 0 END), *> TMDEAD,
              SUM(CASE WHEN ALIVE = 'D' AND GENDER = 'F' THEN 1 
                                            ELSE 0 END) *>TFDEAD
              FROM CITIZENS
              WHERE (:WS-QREC01-REGION-FILTER = '  '
                     OR REGION = :WS-QREC01-REGION-FILTER)
              AND
              YEAR(BDATE)
              BETWEEN
              YEAR(DATE(:WS-QREC01-DATE-LOWER)) - *>2023/01/01
              :WS-QREC01-INTERVAL-DECIMAL YEARS 
              AND 
              YEAR(DATE(:WS-QREC01-DATE-UPPER-I)) - *>2023/12/31 
      *    NEEDED - THE SAME PACKED MM*100+DD EXPRESSION SQ01 ALREADY
      *    COMPUTES CAN BE COMPARED STRAIGHT AGAINST THE WS-NTAB-
      *    UBOUND SEGMENT BOUNDS, SO THE CURSOR FILTERS ONE NAKSHATRA
      *    SEGMENT PER OPEN. RUNS X27 PER INTERVAL. GROUPED BY REGION
      *    AS WELL, SO EACH ROW ALSO FEEDS THE REGIONAL TABLE.
      ******************************************************************
           EXEC SQL
              DECLARE MQ02 CURSOR WITH ROWSET POSITIONING FOR
              SELECT CAST(
              (YEAR(DATE(:WS-QREC01-ASOF-DATE)) -
              YEAR(BDATE)) AS SMALLINT),
              REGION,
              SUM(CASE WHEN ALIVE = 'A' AND GENDER = 'M' THEN 1
                                            ELSE 0 END), *> TMALIVE,
              SUM(CASE WHEN ALIVE = 'A' AND GENDER = 'F' THEN 1
              SUM(CASE WHEN ALIVE = 'D' AND GENDER = 'F' THEN 1
                                            ELSE 0 END) *>TFDEAD
              FROM CITIZENS
              WHERE (:WS-QREC01-REGION-FILTER = '  '
                     OR REGION = :WS-QREC01-REGION-FILTER)
              AND
              YEAR(BDATE)
              BETWEEN
              YEAR(DATE(:WS-QREC01-DATE-LOWER)) -
              AND
              CAST(((MONTH(BDATE) * 100) + DAY(BDATE)) AS SMALLINT)
              BETWEEN :WS-QREC01-MD-LOWER AND :WS-QREC01-MD-UPPER
              GROUP BY YEAR(BDATE), REGION
              FOR FETCH ONLY
           END-EXEC
      ******************************************************************
      *    IN 01 - CHANGED CITIZENS SINCE THE BASELINE. CITIZENS_CHG IS
      *    FILLED BY THE CITIZENS INSERT/UPDATE/DELETE TRIGGERS WITH
      *    THE ROW AS IT WAS AND AS IT BECAME, SO A BIRTH, A DEATH
      *    (ALIVE A TO D) OR A CORRECTED BIRTHDATE OR GENDER MOVES
      *    THE CITIZEN OUT OF ONE REC01-NTAB CELL AND INTO ANOTHER.
      *    THE UPPER BOUND IS THIS RUN'S OWN TIMESTAMP, WHICH BECOMES
      *    THE NEXT RUN'S LOWER BOUND, SO NO ROW IS TAKEN TWICE.
      ******************************************************************
           EXEC SQL
              DECLARE IN01 CURSOR FOR
              SELECT
              COALESCE(CHAR(OLD_BDATE, ISO), ' '),
              COALESCE(OLD_GENDER, ' '),
              COALESCE(OLD_ALIVE, ' '),
              COALESCE(CHAR(NEW_BDATE, ISO), ' '),
              COALESCE(NEW_GENDER, ' '),
              COALESCE(NEW_ALIVE, ' '),
              COALESCE(OLD_REGION, ' '),
              COALESCE(NEW_REGION, ' ')
              FROM CITIZENS_CHG
              WHERE CHG_TS > TIMESTAMP(:WS-QREC01-INC-BASE-TS)
              AND CHG_TS <= TIMESTAMP(:WS-QREC01-INC-RUN-TS)
              ORDER BY CHG_TS
              FOR FETCH ONLY
           END-EXEC
      ******************************************************************
      ******************************************************************
       PROCEDURE DIVISION USING PARM-BUFFER, LK-FS-W, LK-FS-R. 
           PERFORM PARA-RUNLOG-START
           PERFORM PARA-CHECK-RUN-AUTHORITY
           PERFORM PARA-LOAD-NTAB-DATASET
      * ---------------------------------------------------------------
      *    ARGS CHECKING COMPLETE
              *> KEEPS 24 MONTHS OF RUN RECORDS AND ONLY A CHECKPOINT
              *> THAT STILL HAS A RUN TO RESUME
            PERFORM PARA-HOUSEKEEPING
           WHEN 2 THRU 20 ALSO 'SQ'
              *> SLOW & NOT EFFICIENT (SINGLE) SQL QUERY (LOOP)
            PERFORM PARA-VALIDATE-ARGS  
            PERFORM PARA-SQL-DATE-DB2 
            PERFORM PARA-INC-RUN-TIMESTAMP
            PERFORM PARA-SQL-SQ *> (PARA-NAKSHATRA-COMPUTE INSIDE)
            PERFORM PARA-ANALYSE-DATA
            PERFORM PARA-CREATE-VIEW
            PERFORM PARA-MORTALITY-REPORT
            PERFORM PARA-REGION-REPORT
            PERFORM PARA-CHISQ-REPORT
            PERFORM PARA-WRITE-TO-DATASET
            PERFORM PARA-WRITE-DETAIL-DATASET
            PERFORM PARA-WRITE-EXTRACT
            PERFORM PARA-INC-VERIFY-DRIFT
            PERFORM PARA-INC-WRITE-BASELINE
           WHEN 2 THRU 20 ALSO 'MQ'
              *> FASTER & EFFCIENT SQL (MULTI) QUERIES
            PERFORM PARA-VALIDATE-ARGS 
            PERFORM PARA-SQL-DATE-DB2  
            PERFORM PARA-INC-RUN-TIMESTAMP
            PERFORM PARA-SQL-MQ
            PERFORM PARA-ANALYSE-DATA
            PERFORM PARA-CREATE-VIEW
            PERFORM PARA-MORTALITY-REPORT
            PERFORM PARA-REGION-REPORT
            PERFORM PARA-CHISQ-REPORT
            PERFORM PARA-WRITE-TO-DATASET 
            PERFORM PARA-WRITE-DETAIL-DATASET
            PERFORM PARA-WRITE-EXTRACT
            PERFORM PARA-INC-VERIFY-DRIFT
            PERFORM PARA-INC-WRITE-BASELINE
           WHEN 2 THRU 20 ALSO 'IN'
              *> INCREMENTAL: LAST RUN'S COUNTS PLUS THE CITIZENS
              *> CHANGED SINCE, SAME OUTPUTS AS A FULL RUN, E.G.
              *> PARM='IN,010'. REFUSED WHEN THE BASELINE IS MISSING,
              *> INCOMPLETE, ON ANOTHER INTERVAL OR FROM ANOTHER AS-OF
              *> YEAR (EVERY AGE MOVES ON AT NEW YEAR) - RUN MQ THEN.
            PERFORM PARA-VALIDATE-ARGS
            PERFORM PARA-SQL-DATE-DB2
            PERFORM PARA-INC-RUN-TIMESTAMP
            MOVE 'N' TO WS-INC-TARGET-FLAG
            IF WS-QREC01-REGION-FILTER NOT = SPACES
             DISPLAY 'WARNING: THE BASELINE IS NATIONAL - AN IN RUN ',
              'CANNOT BE LIMITED TO ONE REGION'
            ELSE
             PERFORM PARA-INC-LOAD-BASELINE
            END-IF
            IF WS-INC-BASE-OK
             PERFORM PARA-INC-APPLY-CHANGES
             PERFORM PARA-ANALYSE-DATA
             PERFORM PARA-CREATE-VIEW
             PERFORM PARA-MORTALITY-REPORT
             PERFORM PARA-REGION-REPORT
             PERFORM PARA-CHISQ-REPORT
             PERFORM PARA-WRITE-TO-DATASET
             PERFORM PARA-WRITE-DETAIL-DATASET
             PERFORM PARA-WRITE-EXTRACT
             PERFORM PARA-INC-WRITE-BASELINE
            ELSE
             DISPLAY 'WARNING: NO USABLE INCREMENTAL BASELINE - ',
              'RUN A FULL SQ OR MQ RUN TO REBASE'
             MOVE 2 TO RETURN-CODE
            END-IF
           WHEN 2 THRU 20 ALSO 'FL'
              *> FLAT-FILE INPUT FOR DB2 OUTAGES: THE MONTHLY
              *> CITIZEN UNLOAD FEEDS THE SAME COMPUTE AND
              *> ANALYSE PIPELINE AND WRITES THE SAME RECLOGW
            PERFORM PARA-ANALYSE-DATA
            PERFORM PARA-CREATE-VIEW
            PERFORM PARA-MORTALITY-REPORT
            PERFORM PARA-REGION-REPORT
            PERFORM PARA-CHISQ-REPORT
            PERFORM PARA-WRITE-TO-DATASET
            PERFORM PARA-WRITE-DETAIL-DATASET
            PERFORM PARA-WRITE-EXTRACT
           CLOSE RUNLOGF
           EXIT.
      ******************************************************************
      *    THE SUBMITTING USER MUST HOLD RUN AUTHORITY FOR THE MODE IN
      *    THE PARM (FUNCTION 'RUN XX', 'RUN *' COVERS EVERY MODE) OR
      *    NOTHING IS QUERIED OR WRITTEN, WITH STATUS=DENY ON RUNLOG.
      *    A (D,*) REPLAY IS A DS RUN FOR THIS PURPOSE.
      ******************************************************************
       PARA-CHECK-RUN-AUTHORITY.
           MOVE WS-RL-PGM TO WS-AUTH-PROGRAM
           MOVE SPACES TO WS-AUTH-FUNCTION
           IF PARM-LENGTH >= 2 AND PARM-DATA(1:2) NOT = 'D,'
            STRING 'RUN ' PARM-DATA(1:2)
             DELIMITED BY SIZE INTO WS-AUTH-FUNCTION
            END-STRING
           ELSE
            MOVE 'RUN DS' TO WS-AUTH-FUNCTION
           END-IF
           MOVE ZERO TO WS-AUTH-AMOUNT
           MOVE ZERO TO WS-AUTH-QUANTITY
           MOVE SPACES TO WS-AUTH-REFERENCE
           CALL 'oprauth' USING WS-AUTH-REQUEST
           IF NOT WS-AUTH-ALLOWED
            DISPLAY 'ERROR: USER ', WS-AUTH-USER,
             ' MAY NOT RUN ', WS-AUTH-FUNCTION, ' - ', WS-AUTH-REASON
            MOVE 'Y' TO WS-RL-DENY-FLAG
            MOVE 8 TO RETURN-CODE
            PERFORM PARA-RUNLOG-END
            STOP RUN
           END-IF
           EXIT.
      ******************************************************************
      *    THE COUNTS ON THE END RECORD ARE ZERO BY DESIGN - THIS
      *    PROGRAM MOVES QUERY RESULTS, NOT RECORDS; THE REPORTER
      *    JUDGES IT BY ITS STATUS, TAKEN FROM RETURN-CODE.
           ELSE
            MOVE 'FAIL' TO WS-RL-STATUS
           END-IF
           IF WS-RL-DENY-FLAG = 'Y'
            MOVE 'DENY' TO WS-RL-STATUS
           END-IF
           MOVE SPACES TO REC04-RUNLOG
           STRING 'END    PGM=' WS-RL-PGM
                  ' DATE=' WS-RL-DATE
      *    OPTIONAL THIRD ARGUMENT IS THE AS-OF DATE, E.G.
      *    PARM='SQ,010,2024-12-31' - EVERYTHING AFTER THE SECOND
      *    COMMA GOES TO DB2 AS THE REFERENCE DATE.
      *    A TWO-BYTE ARGUMENT IN THAT PLACE, OR A FOURTH ONE AFTER
      *    THE DATE, IS A REGION CODE INSTEAD, E.G. PARM='SQ,010,NE'
      *    OR PARM='SQ,010,2024-12-31,NE'.
           IF PARM-LENGTH > 7 AND PARM-DATA(7:1) = ','
            EVALUATE TRUE
             WHEN PARM-LENGTH = 9
              MOVE PARM-DATA(8:2) TO WS-QREC01-REGION-FILTER
             WHEN PARM-LENGTH = 20 AND PARM-DATA(18:1) = ','
              MOVE 'Y' TO WS-ASOF-ACTIVE-FLAG
              MOVE PARM-DATA(8:10) TO WS-QREC01-ASOF-DATE
              MOVE PARM-DATA(19:2) TO WS-QREC01-REGION-FILTER
             WHEN OTHER
              MOVE 'Y' TO WS-ASOF-ACTIVE-FLAG
              MOVE PARM-DATA(8:(PARM-LENGTH - 7))
                   TO WS-QREC01-ASOF-DATE
            END-EVALUATE
            COMPUTE WS-PGM-INTERVAL-VAL =
            FUNCTION NUMVAL(PARM-DATA(4:3))
           ELSE
            MOVE WS-FL-TODAY(7:2) TO WS-QREC01-ASOF-DATE(9:2)
           END-IF
           MOVE WS-QREC01-ASOF-DATE TO WS-ASOF-VIEW
           MOVE WS-QREC01-REGION-FILTER TO WS-REGION-VIEW
           MOVE WS-QREC01-ASOF-DATE(1:4) TO WS-FL-ASOF-Y
           EXIT.
      ******************************************************************
             AT END
              MOVE 'Y' TO WS-FL-EOF-FLAG
             NOT AT END
              IF WS-QREC01-REGION-FILTER NOT = SPACES AND
                 REC06-CIT-REGION NOT = WS-QREC01-REGION-FILTER
               ADD 1 TO WS-FL-OTHER-REGION
              ELSE
               PERFORM PARA-CLASSIFY-FLAT-CITIZEN
              END-IF
             END-READ
            END-PERFORM
            CLOSE RECCITR
            DISPLAY 'INFO:    FLAT INPUT - CITIZENS READ=',
             WS-FL-READ-COUNT, ' SKIPPED=', WS-FL-SKIP-COUNT
            IF WS-QREC01-REGION-FILTER NOT = SPACES
             DISPLAY 'INFO:    FLAT INPUT - OTHER REGIONS PASSED BY=',
              WS-FL-OTHER-REGION
            END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    ONE CITIZEN: AGE FROM THE AS-OF YEAR, CLAMPED TO 1-120
      *    THE WAY THE SQ PATH CLAMPS; NAKSHATRA FROM THE PACKED
      *    MM*100+DD AGAINST WS-NTAB-UBOUND; TABLE FROM THE AGE
      *    BAND THE INTERVAL SPLIT PUTS IT IN; THE SAME CELL OF ITS
      *    REGION'S TABLE. A RECORD WITH A DATE THAT DOES NOT PARSE
      *    IS SKIPPED AND COUNTED.
      ******************************************************************
       PARA-CLASSIFY-FLAT-CITIZEN.
           IF REC06-CIT-BDATE(1:4) NOT NUMERIC OR
             MOVE REC01-INTERVAL-COUNT TO WS-FL-TAB-I
            END-IF
            SET I TO WS-FL-TAB-I
            MOVE ZERO TO WS-RG-CELL
            EVALUATE REC06-CIT-ALIVE ALSO REC06-CIT-GENDER
             WHEN 'A' ALSO 'M'
              ADD 1 TO REC01-NTAB-CITIZEN-MALE(I,INX-N,INX-AGE,1)
              MOVE 1 TO WS-RG-CELL
             WHEN 'A' ALSO 'F'
              ADD 1 TO REC01-NTAB-CITIZEN-FEMALE(I,INX-N,INX-AGE,1)
              MOVE 2 TO WS-RG-CELL
             WHEN 'D' ALSO 'M'
              ADD 1 TO REC01-NTAB-CITIZEN-MALE(I,INX-N,INX-AGE,2)
              MOVE 3 TO WS-RG-CELL
             WHEN 'D' ALSO 'F'
              ADD 1 TO REC01-NTAB-CITIZEN-FEMALE(I,INX-N,INX-AGE,2)
              MOVE 4 TO WS-RG-CELL
             WHEN OTHER
              ADD 1 TO WS-FL-SKIP-COUNT
              SUBTRACT 1 FROM WS-FL-READ-COUNT
            END-EVALUATE
            IF WS-RG-CELL > ZERO
             MOVE REC06-CIT-REGION TO WS-RG-KEY
             MOVE WS-FL-TAB-I TO WS-RG-TAB-SUB
             SET WS-RG-N-SUB TO INX-N
             MOVE 1 TO WS-RG-SIGN
             PERFORM PARA-REGION-POST-ONE
            END-IF
           END-IF
           EXIT.
      ******************************************************************
            PERFORM PARA-SQL-ERROR-CHECK
           END-IF
           MOVE WS-QREC01-ASOF-DATE TO WS-ASOF-VIEW
           MOVE WS-QREC01-REGION-FILTER TO WS-REGION-VIEW
      * ---------------------------------------------------------------
      *    SETS FIRST DAY AND MONTH OF THE YEAR E.G. 2023/01/01   
      * ---------------------------------------------------------------
           EXEC SQL 
           :WS-QREC01-SQ-ROWSET-MD, *>INT 4 BYTES DB2
      *     :WS-QREC01-SQ-ROWSET-D, *>INT 4 BYTES DB2
           :WS-QREC01-SQ-ROWSET-GENDER, *> CHAR DB2
           :WS-QREC01-SQ-ROWSET-ALIVE, *> CHAR DB2
           :WS-QREC01-SQ-ROWSET-REGION *> CHAR DB2
           END-EXEC
           PERFORM PARA-SQL-ERROR-CHECK
      ******************************************************************
              FETCH NEXT ROWSET FROM MQ02 FOR 121 ROWS
              INTO
              :WS-QREC01-MQ-AGE,
              :WS-QREC01-MQ-REGION,
              :WS-QREC01-MQ-TMALIVE,
              :WS-QREC01-MQ-TFALIVE,
              :WS-QREC01-MQ-TMDEAD,
            *>
            SET INX-SQ-G TO 1
            SET INX-SQ-A TO 1
            SET INX-SQ-R TO 1
            PERFORM UNTIL EXIT *> WS-SQ-INX01 = 2000 DEC BY 1
      * ---------------------------------------------------------------      
      *    CHANGE YEAR OF BIRTH TO AGE FROM VALIDATED RANGE 1-120
              = REC01-NTAB-UNKNOWN-FEMALE(I,INX-N,INX-AGE,2) + 1 
             END-EVALUATE       
            END-EVALUATE
      *---------------------------------------------------------------
      *    SAME CITIZEN INTO ITS REGION'S TABLE
           EVALUATE WS-QREC01-SQ-ROWSET-ALIVE(INX-SQ-A) ALSO
                    WS-QREC01-SQ-ROWSET-GENDER(INX-SQ-G)
            WHEN 'A' ALSO 'M'
             MOVE 1 TO WS-RG-CELL
            WHEN 'A' ALSO 'F'
             MOVE 2 TO WS-RG-CELL
            WHEN 'D' ALSO 'M'
             MOVE 3 TO WS-RG-CELL
            WHEN 'D' ALSO 'F'
             MOVE 4 TO WS-RG-CELL
            WHEN OTHER
             MOVE ZERO TO WS-RG-CELL
           END-EVALUATE
           IF WS-RG-CELL > ZERO
            MOVE WS-QREC01-SQ-ROWSET-REGION(INX-SQ-R) TO WS-RG-KEY
            SET WS-RG-TAB-SUB TO I
            SET WS-RG-N-SUB TO INX-N
            MOVE 1 TO WS-RG-SIGN
            PERFORM PARA-REGION-POST-ONE
           END-IF
      *---------------------------------------------------------------
            COMPUTE WS-SQ-INX01 = WS-SQ-INX01 - 1 
            IF WS-SQ-INX01 <= 0 THEN 
           SET INX-SQ-Y UP BY 1 
           SET INX-SQ-MD UP BY 1 
           *>         GENDER, ALIVE
           SET INX-SQ-G UP BY 1
           SET INX-SQ-A UP BY 1
           SET INX-SQ-R UP BY 1
      * ---------------------------------------------------------------         
            END-PERFORM 
      * ---------------------------------------------------------------
                 TO REC01-NTAB-CITIZEN-MALE(I,INX-N,INX-AGE,2)
             ADD WS-QREC01-MQ-TFDEAD(WS-MQ-ROW-SUB)
                 TO REC01-NTAB-CITIZEN-FEMALE(I,INX-N,INX-AGE,2)
             MOVE WS-QREC01-MQ-TMALIVE(WS-MQ-ROW-SUB) TO WS-RG-ADD(1)
             MOVE WS-QREC01-MQ-TFALIVE(WS-MQ-ROW-SUB) TO WS-RG-ADD(2)
             MOVE WS-QREC01-MQ-TMDEAD(WS-MQ-ROW-SUB)  TO WS-RG-ADD(3)
             MOVE WS-QREC01-MQ-TFDEAD(WS-MQ-ROW-SUB)  TO WS-RG-ADD(4)
             IF WS-RG-ADD(1) > ZERO OR WS-RG-ADD(2) > ZERO OR
                WS-RG-ADD(3) > ZERO OR WS-RG-ADD(4) > ZERO
              MOVE WS-QREC01-MQ-REGION(WS-MQ-ROW-SUB) TO WS-RG-KEY
              SET WS-RG-TAB-SUB TO I
              SET WS-RG-N-SUB TO INX-N
              PERFORM PARA-REGION-POST-SUMS
             END-IF
            END-PERFORM
      * ---------------------------------------------------------------
            WHEN OTHER
           IF WS-ASOF-VIEW NOT = SPACES
            DISPLAY 'REFERENCE (AS-OF) DATE: ', WS-ASOF-VIEW
           END-IF
           IF WS-REGION-VIEW NOT = SPACES
            DISPLAY 'LIMITED TO REGION: ', WS-REGION-VIEW
           END-IF
           DISPLAY REC01-HLINE
      ******************************************************************
      *    TABLE STATISTICS AND % VIEW
           MOVE REC01-T-NAKSH-MIN-CITIZEN-F
                                   TO REC01-DS-T-NAKSH-MIN-CITIZEN-F
           MOVE WS-QREC01-ASOF-DATE TO REC01-DS-ASOF-DATE
           MOVE WS-QREC01-REGION-FILTER TO REC01-DS-REGION
           MOVE FUNCTION LENGTH(REC01-DS-BODY) TO REC01-DS-LEN
           WRITE REC01-DS
           END-WRITE.
      *    AN OLD RECORD SHOWS NO REFERENCE DATE INSTEAD OF THE
      *    PREVIOUS RECORD'S.
           MOVE SPACES TO REC01-DS-R-ASOF-DATE
           MOVE SPACES TO REC01-DS-R-REGION
           READ RECLOGR
           AT END *> '10' EOF
           MOVE 'Y' TO WS-EOF-FLAG
           MOVE REC01-DS-R-T-NAKSH-MIN-CITIZEN-F
                                   TO REC01-T-NAKSH-MIN-CITIZEN-F
           MOVE REC01-DS-R-ASOF-DATE TO WS-ASOF-VIEW
           MOVE REC01-DS-R-REGION TO WS-REGION-VIEW
           EXIT.
      ******************************************************************
      *    HK MODE: THE LOG GROWS FOREVER UNDER OPEN EXTEND, SO THIS
      ******************************************************************
      *    ONE SUMMARIZED ROW PER NAKSHATRA AND INTERVAL TABLE TO THE
      *    DETAIL ARCHIVE, KEYED BY REC01-PGM-START-DATE. CALLED AFTER
      *    PARA-WRITE-TO-DATASET ON EVERY SQ/MQ RUN. THE SAME ROWS
      *    FOLLOW PER REGION, CARRYING THE REGION CODE.
      ******************************************************************
       PARA-WRITE-DETAIL-DATASET.
           OPEN EXTEND RECDETW
               CLOSE RECDETW
               OPEN OUTPUT RECDETW
           END-EVALUATE
      *    THE RUN'S DETAIL WOULD BE LOST FOR GOOD - FAIL THE RUN SO
      *    THE RUN LOG SHOWS IT, INSTEAD OF A WARNING NOBODY READS.
           IF WS-FS-DETW NOT = '00' AND WS-FS-DETW NOT = '05'
            DISPLAY 'ERROR:   CANNOT OPEN DETAIL DATASET, RC=',
             WS-FS-DETW, ' - DETAIL NOT ARCHIVED'
            MOVE 8 TO RETURN-CODE
           ELSE
            MOVE LENGTH OF REC02-DET TO WS-DETW-LEN
            PERFORM VARYING WS-DET-TAB-SUB FROM 1 BY 1
                    UNTIL WS-DET-TAB-SUB > REC01-INTERVAL-COUNT
             PERFORM VARYING WS-DET-NAKSH-SUB FROM 1 BY 1
              MOVE WS-DET-FALIVE TO REC02-DET-FALIVE
              MOVE WS-DET-MDEAD  TO REC02-DET-MDEAD
              MOVE WS-DET-FDEAD  TO REC02-DET-FDEAD
              MOVE SPACES        TO REC02-DET-REGION
              WRITE REC02-DET
              END-WRITE
             END-PERFORM
            END-PERFORM
            PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                    UNTIL WS-RG-SUB > WS-RG-COUNT
             PERFORM VARYING WS-DET-TAB-SUB FROM 1 BY 1
                     UNTIL WS-DET-TAB-SUB > REC01-INTERVAL-COUNT
              PERFORM VARYING WS-DET-NAKSH-SUB FROM 1 BY 1
                      UNTIL WS-DET-NAKSH-SUB > 27
               MOVE REC01-PGM-START-DATE
                    TO REC02-DET-PGM-START-DATE
               MOVE WS-DET-TAB-SUB   TO REC02-DET-TAB-I
               MOVE WS-DET-NAKSH-SUB TO REC02-DET-NAKSH-NR
               MOVE WS-NTAB-NAME-TXT(WS-DET-NAKSH-SUB)
                    TO REC02-DET-NAKSH-NAME
               MOVE WS-RG-CNT(WS-RG-SUB, WS-DET-TAB-SUB,
                              WS-DET-NAKSH-SUB, 1) TO REC02-DET-MALIVE
               MOVE WS-RG-CNT(WS-RG-SUB, WS-DET-TAB-SUB,
                              WS-DET-NAKSH-SUB, 2) TO REC02-DET-FALIVE
               MOVE WS-RG-CNT(WS-RG-SUB, WS-DET-TAB-SUB,
                              WS-DET-NAKSH-SUB, 3) TO REC02-DET-MDEAD
               MOVE WS-RG-CNT(WS-RG-SUB, WS-DET-TAB-SUB,
                              WS-DET-NAKSH-SUB, 4) TO REC02-DET-FDEAD
               MOVE WS-RG-CODE(WS-RG-SUB) TO REC02-DET-REGION
               WRITE REC02-DET
               END-WRITE
              END-PERFORM
             END-PERFORM
            END-PERFORM
            CLOSE RECDETW
           END-IF
           EXIT.
              END-WRITE
             END-PERFORM
            END-PERFORM
      *    R ROWS - THE SAME FIGURES PER REGION, REGION CODE AHEAD OF
      *    THE TABLE NUMBER
            PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                    UNTIL WS-RG-SUB > WS-RG-COUNT
             PERFORM VARYING WS-DET-TAB-SUB FROM 1 BY 1
                     UNTIL WS-DET-TAB-SUB > REC01-INTERVAL-COUNT
              PERFORM VARYING WS-DET-NAKSH-SUB FROM 1 BY 1
                      UNTIL WS-DET-NAKSH-SUB > 27
               MOVE WS-RG-CNT(WS-RG-SUB, WS-DET-TAB-SUB,
                              WS-DET-NAKSH-SUB, 1) TO WS-EXT-MALIVE
               MOVE WS-RG-CNT(WS-RG-SUB, WS-DET-TAB-SUB,
                              WS-DET-NAKSH-SUB, 2) TO WS-EXT-FALIVE
               MOVE WS-RG-CNT(WS-RG-SUB, WS-DET-TAB-SUB,
                              WS-DET-NAKSH-SUB, 3) TO WS-EXT-MDEAD
               MOVE WS-RG-CNT(WS-RG-SUB, WS-DET-TAB-SUB,
                              WS-DET-NAKSH-SUB, 4) TO WS-EXT-FDEAD
               MOVE WS-DET-TAB-SUB   TO WS-EXT-TAB
               MOVE WS-DET-NAKSH-SUB TO WS-EXT-NAKSH
               MOVE SPACES TO REC03-EXT
               STRING 'R;' REC01-PGM-START-DATE
                      ';' REC01-USER
                      ';' WS-RG-CODE(WS-RG-SUB)
                      ';' WS-EXT-TAB
                      ';' WS-EXT-NAKSH
                      ';' WS-NTAB-NAME-TXT(WS-DET-NAKSH-SUB)
                      ';' WS-EXT-MALIVE
                      ';' WS-EXT-FALIVE
                      ';' WS-EXT-MDEAD
                      ';' WS-EXT-FDEAD
                DELIMITED BY SIZE INTO REC03-EXT
               END-STRING
               WRITE REC03-EXT
               END-WRITE
              END-PERFORM
             END-PERFORM
            END-PERFORM
      *    E AND Q ROWS - THE CALENDAR TEST, GROUPS WITH CITIZENS ONLY
            PERFORM VARYING WS-CS-TAB-SUB FROM 1 BY 1
                    UNTIL WS-CS-TAB-SUB > REC01-INTERVAL-COUNT
             PERFORM VARYING WS-CS-G-SUB FROM 1 BY 1
                     UNTIL WS-CS-G-SUB > 2
              IF WS-CS-TOTAL(WS-CS-TAB-SUB, WS-CS-G-SUB) > ZERO
               PERFORM PARA-WRITE-EXTRACT-CHISQ
              END-IF
             END-PERFORM
            END-PERFORM
            MOVE REC01-T-CITIZEN-ALIVE        TO WS-EXT-T-ALIVE
            MOVE REC01-T-CITIZEN-ALIVE-MALE   TO WS-EXT-T-MALE
            MOVE REC01-T-CITIZEN-ALIVE-FEMALE TO WS-EXT-T-FEMALE
           END-IF
           EXIT.
      ******************************************************************
      *    E ROWS AND THE Q ROW OF ONE AGE-BAND TABLE AND GENDER
      ******************************************************************
       PARA-WRITE-EXTRACT-CHISQ.
           MOVE WS-CS-TAB-SUB TO WS-EXT-TAB
           MOVE WS-CS-GENDER-LIST(WS-CS-G-SUB:1) TO WS-EXT-GENDER
           PERFORM VARYING WS-CS-N-SUB FROM 1 BY 1
                   UNTIL WS-CS-N-SUB > 27
            MOVE WS-CS-N-SUB TO WS-EXT-NAKSH
            MOVE WS-CS-DAYS(WS-CS-N-SUB) TO WS-EXT-DAYS
            MOVE WS-CS-OBS(WS-CS-TAB-SUB, WS-CS-G-SUB, WS-CS-N-SUB)
              TO WS-EXT-OBS
            MOVE WS-CS-EXP(WS-CS-TAB-SUB, WS-CS-G-SUB, WS-CS-N-SUB)
              TO WS-EXT-EXP
            MOVE WS-CS-RATIO(WS-CS-TAB-SUB, WS-CS-G-SUB, WS-CS-N-SUB)
              TO WS-EXT-RATIO
            MOVE SPACES TO REC03-EXT
            STRING 'E;' REC01-PGM-START-DATE
                   ';' REC01-USER
                   ';' WS-EXT-TAB
                   ';' WS-EXT-GENDER
                   ';' WS-EXT-NAKSH
                   ';' WS-NTAB-NAME-TXT(WS-CS-N-SUB)
                   ';' WS-EXT-DAYS
                   ';' WS-EXT-OBS
                   ';' WS-EXT-EXP
                   ';' WS-EXT-RATIO
             DELIMITED BY SIZE INTO REC03-EXT
            END-STRING
            WRITE REC03-EXT
            END-WRITE
           END-PERFORM
           MOVE WS-CS-TOTAL(WS-CS-TAB-SUB, WS-CS-G-SUB) TO WS-EXT-OBS
           MOVE WS-CS-CHISQ(WS-CS-TAB-SUB, WS-CS-G-SUB) TO WS-EXT-CHISQ
           MOVE WS-CS-DF       TO WS-EXT-DF
           MOVE WS-CS-CRITICAL TO WS-EXT-CRITICAL
           PERFORM PARA-CHISQ-VERDICT-TEXT
           MOVE SPACES TO REC03-EXT
           STRING 'Q;' REC01-PGM-START-DATE
                  ';' REC01-USER
                  ';' WS-EXT-TAB
                  ';' WS-EXT-GENDER
                  ';' WS-EXT-OBS
                  ';' WS-EXT-CHISQ
                  ';' WS-EXT-DF
                  ';' WS-EXT-CRITICAL
                  ';' WS-CS-VERDICT-TXT
            DELIMITED BY SIZE INTO REC03-EXT
           END-STRING
           WRITE REC03-EXT
           END-WRITE
           EXIT.
      ******************************************************************
      *    REPLAYS THE ARCHIVED PER-NAKSHATRA DETAIL FOR DS / (D,*)
      *    MODES. WHEN THE (D,*) DATE FILTER IS ACTIVE ONLY THE ROWS
      *    OF THE MATCHING RUN ARE PRINTED.
           MOVE 'N' TO WS-DET-EOF-FLAG
           OPEN INPUT RECDETR
           IF WS-FS-DETR NOT = '00'
            IF WS-FS-DETR = '05' OR WS-FS-DETR = '35'
             DISPLAY 'INFO:    NO DETAIL ARCHIVE DATASET - PER-',
              'NAKSHATRA DETAIL NOT AVAILABLE FOR THIS REPLAY'
            ELSE
             DISPLAY 'ERROR:   CANNOT OPEN DETAIL DATASET, RC=',
              WS-FS-DETR, ' - PER-NAKSHATRA DETAIL NOT REPLAYED'
             MOVE 8 TO RETURN-CODE
            END-IF
           ELSE
            DISPLAY REC01-HLINE
            DISPLAY 'ARCHIVED PER-NAKSHATRA DETAIL'
             AT END
              MOVE 'Y' TO WS-DET-EOF-FLAG
             NOT AT END
              IF WS-DETR-LEN < LENGTH OF REC02-DET-R
               MOVE SPACES TO REC02-DET-R-REGION
              END-IF
              MOVE REC02-DET-R-PGM-START-DT TO WS-DET-REC01-DATE
              IF (WS-FILTER-ACTIVE-FLAG NOT = 'Y') OR
                 (WS-DET-REC01-DATE = WS-FILTER-ARG)
                ' MALIVE=', REC02-DET-R-MALIVE,
                ' FALIVE=', REC02-DET-R-FALIVE,
                ' MDEAD=', REC02-DET-R-MDEAD,
                ' FDEAD=', REC02-DET-R-FDEAD,
                ' REGION=', REC02-DET-R-REGION
              END-IF
             END-READ
            END-PERFORM
           WRITE REC01-DS-CHECKPOINT
           END-WRITE.
           EXIT.
      ******************************************************************
      *    THE DB2 TIMESTAMP THIS RUN'S COUNTS ARE GOOD TO. TAKEN
      *    BEFORE THE FIRST CURSOR OPENS SO A CHANGE COMMITTED WHILE
      *    THE RUN READS IS LEFT FOR THE NEXT INCREMENTAL, NOT LOST.
      ******************************************************************
       PARA-INC-RUN-TIMESTAMP.
           EXEC SQL
              SELECT CHAR(CURRENT TIMESTAMP)
              INTO :WS-QREC01-INC-RUN-TS
              FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM PARA-SQL-ERROR-CHECK
           EXIT.
      ******************************************************************
      *    READS THE BASELINE LEFT BY THE LAST SQ/MQ/IN RUN. WITH
      *    WS-INC-TARGET-NTAB THE CELLS GO STRAIGHT INTO REC01-NTAB
      *    FOR AN IN RUN TO BUILD ON; WITH WS-INC-TARGET-AGG THEY ARE
      *    ROLLED UP INTO WS-INC-AGG FOR THE DRIFT CHECK AND REC01
      *    IS NOT TOUCHED. THE BASELINE IS ONLY USABLE WHEN IT WAS
      *    CUT ON THIS RUN'S INTERVAL AND AS-OF YEAR AND ITS TRAILER
      *    AGREES WITH WHAT WAS READ.
      ******************************************************************
       PARA-INC-LOAD-BASELINE.
           MOVE 'N' TO WS-INC-BASE-OK-FLAG
           MOVE 'N' TO WS-INC-EOF-FLAG
           MOVE 'N' TO WS-INC-TRL-FLAG
           MOVE ZERO TO WS-INC-CELLS-READ
           MOVE ZERO TO WS-INC-CITIZENS-READ
           MOVE ZERO TO WS-INC-RCELLS-READ
           MOVE ZERO TO WS-INC-RCITIZENS-READ
           MOVE 'N' TO WS-INC-REGIONS-FLAG
           IF WS-INC-TARGET-AGG
            INITIALIZE WS-INC-AGG
           END-IF
           OPEN INPUT RECBASR
           IF WS-FS-BASR NOT = '00'
            DISPLAY 'INFO:    NO INCREMENTAL BASELINE DATASET'
           ELSE
            READ RECBASR
            AT END
             MOVE 'Y' TO WS-INC-EOF-FLAG
            END-READ
            IF NOT WS-INC-EOF AND REC07-R-TYPE = 'H'
             MOVE REC07-R-HDR-ASOF     TO WS-INC-BASE-ASOF
             MOVE REC07-R-HDR-TS       TO WS-QREC01-INC-BASE-TS
             MOVE REC07-R-HDR-INTERVAL TO WS-INC-BASE-INTERVAL
             MOVE REC07-R-HDR-MODE     TO WS-INC-BASE-MODE
             IF WS-INC-BASE-INTERVAL = REC01-INTERVAL-VAL AND
                WS-INC-BASE-ASOF(1:4) = WS-QREC01-ASOF-DATE(1:4)
              MOVE 'Y' TO WS-INC-BASE-OK-FLAG
             ELSE
              DISPLAY 'INFO:    BASELINE OF ', WS-INC-BASE-ASOF,
               ' INTERVAL ', WS-INC-BASE-INTERVAL,
               ' DOES NOT MATCH THIS RUN'
             END-IF
            ELSE
             DISPLAY 'WARNING: INCREMENTAL BASELINE HAS NO HEADER'
            END-IF
            IF WS-INC-BASE-OK
             PERFORM UNTIL WS-INC-EOF
              READ RECBASR
              AT END
               MOVE 'Y' TO WS-INC-EOF-FLAG
              NOT AT END
               PERFORM PARA-INC-TAKE-BASE-REC
              END-READ
             END-PERFORM
             IF NOT WS-INC-TRL-SEEN
              MOVE 'N' TO WS-INC-BASE-OK-FLAG
              DISPLAY 'WARNING: INCREMENTAL BASELINE HAS NO TRAILER'
             END-IF
      *      AN IN RUN HAS TO CARRY THE REGIONS FORWARD AS WELL; A
      *      BASELINE CUT BEFORE THEY WERE KEPT STILL SERVES THE
      *      NATIONAL DRIFT CHECK.
             IF WS-INC-BASE-OK AND WS-INC-TARGET-NTAB AND
                NOT WS-INC-BASE-REGIONS
              MOVE 'N' TO WS-INC-BASE-OK-FLAG
              DISPLAY 'WARNING: INCREMENTAL BASELINE CARRIES NO ',
               'REGIONS'
             END-IF
            END-IF
            CLOSE RECBASR
           END-IF
           IF WS-INC-BASE-OK
            DISPLAY 'INFO:    BASELINE OF ', WS-INC-BASE-ASOF,
             ' (', WS-INC-BASE-MODE, ') GOOD TO ',
             WS-QREC01-INC-BASE-TS, ' CELLS=', WS-INC-CELLS-READ,
             ' CITIZENS=', WS-INC-CITIZENS-READ
           END-IF
           EXIT.
      ******************************************************************
      *    ONE BASELINE RECORD AFTER THE HEADER. A CELL OUTSIDE THE
      *    TABLE, A RECORD OF UNKNOWN TYPE, ANYTHING AFTER THE
      *    TRAILER OR A TRAILER THAT DISAGREES SPOILS THE BASELINE.
      ******************************************************************
       PARA-INC-TAKE-BASE-REC.
           IF WS-INC-TRL-SEEN
            MOVE 'N' TO WS-INC-BASE-OK-FLAG
           END-IF
           EVALUATE REC07-R-TYPE
            WHEN 'C'
             IF REC07-R-CELL-TAB   < 1 OR
                REC07-R-CELL-TAB   > REC01-INTERVAL-COUNT OR
                REC07-R-CELL-NAKSH < 1 OR
                REC07-R-CELL-NAKSH > 27 OR
                REC07-R-CELL-AGE   < 1 OR
                REC07-R-CELL-AGE   > 120
              MOVE 'N' TO WS-INC-BASE-OK-FLAG
             ELSE
              ADD 1 TO WS-INC-CELLS-READ
              ADD REC07-R-CELL-MALIVE REC07-R-CELL-FALIVE
                  REC07-R-CELL-MDEAD  REC07-R-CELL-FDEAD
                  TO WS-INC-CITIZENS-READ
              MOVE REC07-R-CELL-TAB   TO WS-INC-TAB
              MOVE REC07-R-CELL-NAKSH TO WS-INC-N
              IF WS-INC-TARGET-AGG
               ADD REC07-R-CELL-MALIVE
                TO WS-INC-AGG-CNT(WS-INC-TAB, WS-INC-N, 1)
               ADD REC07-R-CELL-FALIVE
                TO WS-INC-AGG-CNT(WS-INC-TAB, WS-INC-N, 2)
               ADD REC07-R-CELL-MDEAD
                TO WS-INC-AGG-CNT(WS-INC-TAB, WS-INC-N, 3)
               ADD REC07-R-CELL-FDEAD
                TO WS-INC-AGG-CNT(WS-INC-TAB, WS-INC-N, 4)
              ELSE
               SET I       TO WS-INC-TAB
               SET INX-N   TO WS-INC-N
               SET INX-AGE TO REC07-R-CELL-AGE
               MOVE REC07-R-CELL-MALIVE
                TO REC01-NTAB-CITIZEN-MALE(I,INX-N,INX-AGE,1)
               MOVE REC07-R-CELL-FALIVE
                TO REC01-NTAB-CITIZEN-FEMALE(I,INX-N,INX-AGE,1)
               MOVE REC07-R-CELL-MDEAD
                TO REC01-NTAB-CITIZEN-MALE(I,INX-N,INX-AGE,2)
               MOVE REC07-R-CELL-FDEAD
                TO REC01-NTAB-CITIZEN-FEMALE(I,INX-N,INX-AGE,2)
              END-IF
             END-IF
            WHEN 'R'
             IF REC07-R-REG-TAB   < 1 OR
                REC07-R-REG-TAB   > REC01-INTERVAL-COUNT OR
                REC07-R-REG-NAKSH < 1 OR
                REC07-R-REG-NAKSH > 27
              MOVE 'N' TO WS-INC-BASE-OK-FLAG
             ELSE
              ADD 1 TO WS-INC-RCELLS-READ
              ADD REC07-R-REG-MALIVE REC07-R-REG-FALIVE
                  REC07-R-REG-MDEAD  REC07-R-REG-FDEAD
                  TO WS-INC-RCITIZENS-READ
              IF WS-INC-TARGET-NTAB
               MOVE REC07-R-REG-CODE   TO WS-RG-KEY
               MOVE REC07-R-REG-TAB    TO WS-RG-TAB-SUB
               MOVE REC07-R-REG-NAKSH  TO WS-RG-N-SUB
               MOVE REC07-R-REG-MALIVE TO WS-RG-ADD(1)
               MOVE REC07-R-REG-FALIVE TO WS-RG-ADD(2)
               MOVE REC07-R-REG-MDEAD  TO WS-RG-ADD(3)
               MOVE REC07-R-REG-FDEAD  TO WS-RG-ADD(4)
               PERFORM PARA-REGION-POST-SUMS
              END-IF
             END-IF
            WHEN 'T'
             MOVE 'Y' TO WS-INC-TRL-FLAG
             IF REC07-R-TRL-RCELLS    NUMERIC AND
                REC07-R-TRL-RCITIZENS NUMERIC
              MOVE 'Y' TO WS-INC-REGIONS-FLAG
              IF REC07-R-TRL-RCELLS    NOT = WS-INC-RCELLS-READ OR
                 REC07-R-TRL-RCITIZENS NOT = WS-INC-RCITIZENS-READ
               MOVE 'N' TO WS-INC-BASE-OK-FLAG
               DISPLAY 'WARNING: BASELINE TRAILER SAYS REGION CELLS=',
                REC07-R-TRL-RCELLS, ' CITIZENS=',
                REC07-R-TRL-RCITIZENS, ' BUT READ ',
                WS-INC-RCELLS-READ, ' AND ', WS-INC-RCITIZENS-READ
              END-IF
             END-IF
             IF REC07-R-TRL-CELLS    NOT = WS-INC-CELLS-READ OR
                REC07-R-TRL-CITIZENS NOT = WS-INC-CITIZENS-READ
              MOVE 'N' TO WS-INC-BASE-OK-FLAG
              DISPLAY 'WARNING: BASELINE TRAILER SAYS CELLS=',
               REC07-R-TRL-CELLS, ' CITIZENS=', REC07-R-TRL-CITIZENS,
               ' BUT READ ', WS-INC-CELLS-READ, ' AND ',
               WS-INC-CITIZENS-READ
             END-IF
            WHEN OTHER
             MOVE 'N' TO WS-INC-BASE-OK-FLAG
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    APPLIES EVERY CITIZENS_CHG ROW BETWEEN THE BASELINE'S
      *    TIMESTAMP AND THIS RUN'S: THE BEFORE IMAGE COMES OUT OF
      *    ITS CELL, THE AFTER IMAGE GOES INTO ITS CELL.
      ******************************************************************
       PARA-INC-APPLY-CHANGES.
           MOVE ZERO TO WS-INC-CHANGES
           MOVE ZERO TO WS-INC-ADDED
           MOVE ZERO TO WS-INC-REMOVED
           MOVE ZERO TO WS-INC-UNMATCHED
           MOVE ZERO TO WS-INC-SKIPPED
           MOVE WS-QREC01-ASOF-DATE(1:4) TO WS-INC-ASOF-Y
           EXEC SQL
              OPEN IN01
           END-EXEC
           PERFORM PARA-SQL-ERROR-CHECK
           PERFORM UNTIL SQLCODE = 100
            EXEC SQL
             FETCH IN01
             INTO
             :WS-QREC01-INC-OLD-BDATE,
             :WS-QREC01-INC-OLD-GENDER,
             :WS-QREC01-INC-OLD-ALIVE,
             :WS-QREC01-INC-NEW-BDATE,
             :WS-QREC01-INC-NEW-GENDER,
             :WS-QREC01-INC-NEW-ALIVE,
             :WS-QREC01-INC-OLD-REGION,
             :WS-QREC01-INC-NEW-REGION
            END-EXEC
            PERFORM PARA-SQL-ERROR-CHECK
            IF SQLCODE = ZERO
             PERFORM PARA-INC-ONE-CHANGE
            END-IF
           END-PERFORM
           EXEC SQL
              CLOSE IN01
           END-EXEC
           PERFORM PARA-SQL-ERROR-CHECK
           DISPLAY 'INFO:    CHANGES APPLIED=', WS-INC-CHANGES,
            ' IN=', WS-INC-ADDED, ' OUT=', WS-INC-REMOVED,
            ' UNMATCHED=', WS-INC-UNMATCHED,
            ' SKIPPED=', WS-INC-SKIPPED
      *    A BEFORE IMAGE WITH NOBODY LEFT IN ITS CELL MEANS THE
      *    BASELINE HAD ALREADY DRIFTED FROM DB2 - SAY SO, SO THE
      *    NEXT FULL RUN IS NOT LEFT TO THE CALENDAR.
           IF WS-INC-TARGET-NTAB AND WS-INC-UNMATCHED > ZERO
            DISPLAY 'WARNING: ', WS-INC-UNMATCHED, ' CHANGES FOUND ',
             'NO CITIZEN TO MOVE - SCHEDULE A FULL RUN'
            MOVE 2 TO RETURN-CODE
           END-IF
           EXIT.
      ******************************************************************
       PARA-INC-ONE-CHANGE.
           ADD 1 TO WS-INC-CHANGES
           IF WS-QREC01-INC-OLD-BDATE NOT = SPACES
            MOVE WS-QREC01-INC-OLD-BDATE  TO WS-INC-BDATE
            MOVE WS-QREC01-INC-OLD-GENDER TO WS-INC-GENDER
            MOVE WS-QREC01-INC-OLD-ALIVE  TO WS-INC-ALIVE
            MOVE WS-QREC01-INC-OLD-REGION TO WS-INC-REGION
            MOVE -1 TO WS-INC-SIGN
            PERFORM PARA-INC-CLASSIFY
            IF WS-INC-VALID
             PERFORM PARA-INC-POST
             ADD 1 TO WS-INC-REMOVED
            ELSE
             ADD 1 TO WS-INC-SKIPPED
            END-IF
           END-IF
           IF WS-QREC01-INC-NEW-BDATE NOT = SPACES
            MOVE WS-QREC01-INC-NEW-BDATE  TO WS-INC-BDATE
            MOVE WS-QREC01-INC-NEW-GENDER TO WS-INC-GENDER
            MOVE WS-QREC01-INC-NEW-ALIVE  TO WS-INC-ALIVE
            MOVE WS-QREC01-INC-NEW-REGION TO WS-INC-REGION
            MOVE 1 TO WS-INC-SIGN
            PERFORM PARA-INC-CLASSIFY
            IF WS-INC-VALID
             PERFORM PARA-INC-POST
             ADD 1 TO WS-INC-ADDED
            ELSE
             ADD 1 TO WS-INC-SKIPPED
            END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    ONE CITIZEN IMAGE TO ITS REC01-NTAB CELL BY THE SAME RULES
      *    PARA-CLASSIFY-FLAT-CITIZEN USES: AGE FROM THE AS-OF YEAR
      *    CLAMPED TO 1-120, NAKSHATRA FROM MM*100+DD AGAINST
      *    WS-NTAB-UBOUND, TABLE FROM THE AGE BAND, CELL FROM ALIVE
      *    STATUS AND GENDER.
      ******************************************************************
       PARA-INC-CLASSIFY.
           MOVE 'N' TO WS-INC-VALID-FLAG
           EVALUATE WS-INC-ALIVE ALSO WS-INC-GENDER
            WHEN 'A' ALSO 'M'
             MOVE 1 TO WS-INC-CELL
            WHEN 'A' ALSO 'F'
             MOVE 2 TO WS-INC-CELL
            WHEN 'D' ALSO 'M'
             MOVE 3 TO WS-INC-CELL
            WHEN 'D' ALSO 'F'
             MOVE 4 TO WS-INC-CELL
            WHEN OTHER
             MOVE ZERO TO WS-INC-CELL
           END-EVALUATE
           IF WS-INC-CELL > ZERO AND
              WS-INC-BDATE(1:4) NUMERIC AND
              WS-INC-BDATE(6:2) NUMERIC AND
              WS-INC-BDATE(9:2) NUMERIC
            MOVE 'Y' TO WS-INC-VALID-FLAG
            MOVE WS-INC-BDATE(1:4) TO WS-INC-BIRTH-Y
            COMPUTE WS-INC-AGE = WS-INC-ASOF-Y - WS-INC-BIRTH-Y
            EVALUATE WS-INC-AGE
             WHEN 1 THRU 120
              CONTINUE
             WHEN ZERO
              MOVE 1 TO WS-INC-AGE
             WHEN OTHER
              MOVE 120 TO WS-INC-AGE
            END-EVALUATE
            COMPUTE WS-INC-MD =
             FUNCTION NUMVAL(WS-INC-BDATE(6:2)) * 100 +
             FUNCTION NUMVAL(WS-INC-BDATE(9:2))
            MOVE 27 TO WS-INC-N
            SET INX-NB TO 1
            PERFORM UNTIL INX-NB > 27
             IF WS-INC-MD <= WS-NTAB-UBOUND(INX-NB)
              SET WS-INC-N TO INX-NB
              EXIT PERFORM
             END-IF
             SET INX-NB UP BY 1
            END-PERFORM
            COMPUTE WS-INC-AGE-W = WS-INC-AGE - 1
            DIVIDE WS-INC-AGE-W BY REC01-INTERVAL-VAL
             GIVING WS-INC-TAB
            ADD 1 TO WS-INC-TAB
            IF WS-INC-TAB > REC01-INTERVAL-COUNT
             MOVE REC01-INTERVAL-COUNT TO WS-INC-TAB
            END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    POSTS ONE CLASSIFIED IMAGE, WS-INC-SIGN +1 IN OR -1 OUT.
      *    REC01-NTAB IS UNSIGNED, SO AN OUT FROM AN EMPTY CELL IS
      *    COUNTED AS UNMATCHED INSTEAD OF WRAPPING THE CELL. AN IN
      *    RUN MOVES THE CITIZEN'S REGION CELL THE SAME WAY.
      ******************************************************************
       PARA-INC-POST.
           IF WS-INC-TARGET-AGG
            ADD WS-INC-SIGN
             TO WS-INC-AGG-CNT(WS-INC-TAB, WS-INC-N, WS-INC-CELL)
           ELSE
            SET I       TO WS-INC-TAB
            SET INX-N   TO WS-INC-N
            SET INX-AGE TO WS-INC-AGE
            EVALUATE WS-INC-CELL
             WHEN 1
              MOVE REC01-NTAB-CITIZEN-MALE(I,INX-N,INX-AGE,1)
                TO WS-INC-CELL-VAL
             WHEN 2
              MOVE REC01-NTAB-CITIZEN-FEMALE(I,INX-N,INX-AGE,1)
                TO WS-INC-CELL-VAL
             WHEN 3
              MOVE REC01-NTAB-CITIZEN-MALE(I,INX-N,INX-AGE,2)
                TO WS-INC-CELL-VAL
             WHEN 4
              MOVE REC01-NTAB-CITIZEN-FEMALE(I,INX-N,INX-AGE,2)
                TO WS-INC-CELL-VAL
            END-EVALUATE
            IF WS-INC-SIGN > ZERO
             ADD 1 TO WS-INC-CELL-VAL
            ELSE
             IF WS-INC-CELL-VAL = ZERO
              ADD 1 TO WS-INC-UNMATCHED
             ELSE
              SUBTRACT 1 FROM WS-INC-CELL-VAL
             END-IF
            END-IF
            EVALUATE WS-INC-CELL
             WHEN 1
              MOVE WS-INC-CELL-VAL
                TO REC01-NTAB-CITIZEN-MALE(I,INX-N,INX-AGE,1)
             WHEN 2
              MOVE WS-INC-CELL-VAL
                TO REC01-NTAB-CITIZEN-FEMALE(I,INX-N,INX-AGE,1)
             WHEN 3
              MOVE WS-INC-CELL-VAL
                TO REC01-NTAB-CITIZEN-MALE(I,INX-N,INX-AGE,2)
             WHEN 4
              MOVE WS-INC-CELL-VAL
                TO REC01-NTAB-CITIZEN-FEMALE(I,INX-N,INX-AGE,2)
            END-EVALUATE
            MOVE WS-INC-REGION TO WS-RG-KEY
            MOVE WS-INC-TAB    TO WS-RG-TAB-SUB
            MOVE WS-INC-N      TO WS-RG-N-SUB
            MOVE WS-INC-CELL   TO WS-RG-CELL
            MOVE WS-INC-SIGN   TO WS-RG-SIGN
            PERFORM PARA-REGION-POST-ONE
           END-IF
           EXIT.
      ******************************************************************
      *    FULL-RUN DRIFT CHECK: THE OLD BASELINE PLUS THE CHANGES
      *    SINCE IT IS WHAT AN IN RUN WOULD HAVE REPORTED TODAY. IT
      *    IS HELD AGAINST THE FRESH REC01-NTAB PER INTERVAL TABLE
      *    AND NAKSHATRA AND EVERY CELL THAT DISAGREES IS LISTED.
      *    A RESUMED SQ RUN ONLY HOLDS THE TABLES IT RECOMPUTED, AND
      *    A REGION-LIMITED RUN ONLY ONE REGION, SO NEITHER IS A FAIR
      *    WITNESS AND NEITHER IS CHECKED.
      ******************************************************************
       PARA-INC-VERIFY-DRIFT.
           IF WS-RESTART-FOUND AND PARM-DATA(1:2) = 'SQ'
            DISPLAY 'INFO:    RESUMED SQ RUN - DRIFT CHECK SKIPPED'
           ELSE
           IF WS-QREC01-REGION-FILTER NOT = SPACES
            DISPLAY 'INFO:    REGION-LIMITED RUN - DRIFT CHECK SKIPPED'
           ELSE
            MOVE 'A' TO WS-INC-TARGET-FLAG
            PERFORM PARA-INC-LOAD-BASELINE
            IF NOT WS-INC-BASE-OK
             DISPLAY 'INFO:    NO COMPARABLE BASELINE - DRIFT ',
              'CHECK SKIPPED'
            ELSE
             PERFORM PARA-INC-APPLY-CHANGES
             MOVE ZERO TO WS-INC-DRIFT-CELLS
             PERFORM VARYING WS-INC-TAB-SUB FROM 1 BY 1
                     UNTIL WS-INC-TAB-SUB > REC01-INTERVAL-COUNT
              PERFORM VARYING WS-INC-N-SUB FROM 1 BY 1
                      UNTIL WS-INC-N-SUB > 27
               PERFORM PARA-INC-DRIFT-ONE-CELL
              END-PERFORM
             END-PERFORM
             IF WS-INC-DRIFT-CELLS = ZERO
              DISPLAY 'INFO:    INCREMENTAL BASELINE VERIFIED - ',
               'NO DRIFT'
             ELSE
              DISPLAY 'WARNING: INCREMENTAL BASELINE DRIFTED IN ',
               WS-INC-DRIFT-CELLS, ' CELLS - RESET FROM THIS RUN'
              MOVE 2 TO RETURN-CODE
             END-IF
            END-IF
            MOVE 'N' TO WS-INC-TARGET-FLAG
           END-IF
           END-IF
           EXIT.
      ******************************************************************
       PARA-INC-DRIFT-ONE-CELL.
           MOVE ZERO TO WS-INC-FRESH-CNT(1)
           MOVE ZERO TO WS-INC-FRESH-CNT(2)
           MOVE ZERO TO WS-INC-FRESH-CNT(3)
           MOVE ZERO TO WS-INC-FRESH-CNT(4)
           PERFORM VARYING INX-AGE FROM 1 BY 1 UNTIL INX-AGE > 120
            ADD REC01-NTAB-CITIZEN-MALE
                (WS-INC-TAB-SUB, WS-INC-N-SUB, INX-AGE, 1)
                TO WS-INC-FRESH-CNT(1)
            ADD REC01-NTAB-CITIZEN-FEMALE
                (WS-INC-TAB-SUB, WS-INC-N-SUB, INX-AGE, 1)
                TO WS-INC-FRESH-CNT(2)
            ADD REC01-NTAB-CITIZEN-MALE
                (WS-INC-TAB-SUB, WS-INC-N-SUB, INX-AGE, 2)
                TO WS-INC-FRESH-CNT(3)
            ADD REC01-NTAB-CITIZEN-FEMALE
                (WS-INC-TAB-SUB, WS-INC-N-SUB, INX-AGE, 2)
                TO WS-INC-FRESH-CNT(4)
           END-PERFORM
           IF WS-INC-FRESH-CNT(1) NOT =
              WS-INC-AGG-CNT(WS-INC-TAB-SUB, WS-INC-N-SUB, 1) OR
              WS-INC-FRESH-CNT(2) NOT =
              WS-INC-AGG-CNT(WS-INC-TAB-SUB, WS-INC-N-SUB, 2) OR
              WS-INC-FRESH-CNT(3) NOT =
              WS-INC-AGG-CNT(WS-INC-TAB-SUB, WS-INC-N-SUB, 3) OR
              WS-INC-FRESH-CNT(4) NOT =
              WS-INC-AGG-CNT(WS-INC-TAB-SUB, WS-INC-N-SUB, 4)
            ADD 1 TO WS-INC-DRIFT-CELLS
            PERFORM VARYING WS-INC-CELL-SUB FROM 1 BY 1
                    UNTIL WS-INC-CELL-SUB > 4
             MOVE WS-INC-AGG-CNT
                  (WS-INC-TAB-SUB, WS-INC-N-SUB, WS-INC-CELL-SUB)
               TO WS-INC-EXP-E(WS-INC-CELL-SUB)
             MOVE WS-INC-FRESH-CNT(WS-INC-CELL-SUB)
               TO WS-INC-FND-E(WS-INC-CELL-SUB)
            END-PERFORM
            DISPLAY 'DRIFT:   TAB=', WS-INC-TAB-SUB,
             ' N=', WS-INC-N-SUB,
             ' ', WS-NTAB-NAME-TXT(WS-INC-N-SUB)
            DISPLAY '   EXPECTED MALIVE=', WS-INC-EXP-E(1),
             ' FALIVE=', WS-INC-EXP-E(2),
             ' MDEAD=', WS-INC-EXP-E(3),
             ' FDEAD=', WS-INC-EXP-E(4)
            DISPLAY '   FOUND    MALIVE=', WS-INC-FND-E(1),
             ' FALIVE=', WS-INC-FND-E(2),
             ' MDEAD=', WS-INC-FND-E(3),
             ' FDEAD=', WS-INC-FND-E(4)
           END-IF
           EXIT.
      ******************************************************************
      *    WRITES REC01-NTAB AS THE NEW BASELINE: HEADER, ONE RECORD
      *    PER NON-ZERO CELL, ONE PER NON-ZERO REGION CELL, TRAILER.
      *    NOT WRITTEN BY A RESUMED SQ RUN OR A REGION-LIMITED RUN
      *    (SEE PARA-INC-VERIFY-DRIFT), WHICH LEAVES THE NEXT IN RUN
      *    ON THE PREVIOUS GENERATION UNTIL A FULL RUN COMPLETES.
      ******************************************************************
       PARA-INC-WRITE-BASELINE.
           IF WS-RESTART-FOUND AND PARM-DATA(1:2) = 'SQ'
            DISPLAY 'INFO:    RESUMED SQ RUN - BASELINE NOT REWRITTEN'
           ELSE
           IF WS-QREC01-REGION-FILTER NOT = SPACES
            DISPLAY 'INFO:    REGION-LIMITED RUN - BASELINE NOT ',
             'REWRITTEN'
           ELSE
            OPEN OUTPUT RECBASW
            IF WS-FS-BASW NOT = '00'
             DISPLAY 'WARNING: CANNOT OPEN BASELINE DATASET, RC=',
              WS-FS-BASW, ' - NEXT IN RUN WILL BE REFUSED'
             MOVE 2 TO RETURN-CODE
            ELSE
             MOVE ZERO TO WS-INC-CELLS-WRITTEN
             MOVE ZERO TO WS-INC-CITIZENS-WRITTEN
             MOVE ZERO TO WS-INC-RCELLS-WRITTEN
             MOVE ZERO TO WS-INC-RCITIZENS-WRITTEN
             MOVE SPACES TO REC07-BASE-W-HDR
             MOVE 'H'                   TO REC07-W-TYPE
             MOVE WS-QREC01-ASOF-DATE   TO REC07-W-HDR-ASOF
             MOVE WS-QREC01-INC-RUN-TS  TO REC07-W-HDR-TS
             MOVE REC01-INTERVAL-VAL    TO REC07-W-HDR-INTERVAL
             MOVE PARM-DATA(1:2)        TO REC07-W-HDR-MODE
             WRITE REC07-BASE-W-HDR
             END-WRITE
             PERFORM VARYING I FROM 1 BY 1
                     UNTIL I > REC01-INTERVAL-COUNT
              PERFORM VARYING INX-N FROM 1 BY 1 UNTIL INX-N > 27
               PERFORM VARYING INX-AGE FROM 1 BY 1
                       UNTIL INX-AGE > 120
                PERFORM PARA-INC-WRITE-BASE-CELL
               END-PERFORM
              END-PERFORM
             END-PERFORM
             PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                     UNTIL WS-RG-SUB > WS-RG-COUNT
              PERFORM VARYING WS-RG-TAB-SUB FROM 1 BY 1
                      UNTIL WS-RG-TAB-SUB > REC01-INTERVAL-COUNT
               PERFORM VARYING WS-RG-N-SUB FROM 1 BY 1
                       UNTIL WS-RG-N-SUB > 27
                PERFORM PARA-INC-WRITE-BASE-REGION
               END-PERFORM
              END-PERFORM
             END-PERFORM
             MOVE SPACES TO REC07-BASE-W-TRL
             MOVE 'T'                     TO REC07-W-TYPE
             MOVE WS-INC-CELLS-WRITTEN    TO REC07-W-TRL-CELLS
             MOVE WS-INC-CITIZENS-WRITTEN TO REC07-W-TRL-CITIZENS
             MOVE WS-INC-RCELLS-WRITTEN   TO REC07-W-TRL-RCELLS
             MOVE WS-INC-RCITIZENS-WRITTEN
               TO REC07-W-TRL-RCITIZENS
             WRITE REC07-BASE-W-TRL
             END-WRITE
             CLOSE RECBASW
             DISPLAY 'INFO:    BASELINE WRITTEN GOOD TO ',
              WS-QREC01-INC-RUN-TS, ' CELLS=', WS-INC-CELLS-WRITTEN,
              ' CITIZENS=', WS-INC-CITIZENS-WRITTEN,
              ' REGION CELLS=', WS-INC-RCELLS-WRITTEN
            END-IF
           END-IF
           END-IF
           EXIT.
      ******************************************************************
       PARA-INC-WRITE-BASE-CELL.
           IF REC01-NTAB-CITIZEN-MALE(I,INX-N,INX-AGE,1)   > ZERO OR
              REC01-NTAB-CITIZEN-FEMALE(I,INX-N,INX-AGE,1) > ZERO OR
              REC01-NTAB-CITIZEN-MALE(I,INX-N,INX-AGE,2)   > ZERO OR
              REC01-NTAB-CITIZEN-FEMALE(I,INX-N,INX-AGE,2) > ZERO
            MOVE SPACES TO REC07-BASE-W-CELL
            MOVE 'C' TO REC07-W-TYPE
            SET REC07-W-CELL-TAB   TO I
            SET REC07-W-CELL-NAKSH TO INX-N
            SET REC07-W-CELL-AGE   TO INX-AGE
            MOVE REC01-NTAB-CITIZEN-MALE(I,INX-N,INX-AGE,1)
              TO REC07-W-CELL-MALIVE
            MOVE REC01-NTAB-CITIZEN-FEMALE(I,INX-N,INX-AGE,1)
              TO REC07-W-CELL-FALIVE
            MOVE REC01-NTAB-CITIZEN-MALE(I,INX-N,INX-AGE,2)
              TO REC07-W-CELL-MDEAD
            MOVE REC01-NTAB-CITIZEN-FEMALE(I,INX-N,INX-AGE,2)
              TO REC07-W-CELL-FDEAD
            ADD 1 TO WS-INC-CELLS-WRITTEN
            ADD REC07-W-CELL-MALIVE REC07-W-CELL-FALIVE
                REC07-W-CELL-MDEAD  REC07-W-CELL-FDEAD
                TO WS-INC-CITIZENS-WRITTEN
            WRITE REC07-BASE-W-CELL
            END-WRITE
           END-IF
           EXIT.
      ******************************************************************
      *    NAKSHATRA DISTRIBUTION AGAINST THE CALENDAR. THE NAKSHATRAS
      *    OF WS-NTAB-UBOUND COVER DIFFERENT NUMBERS OF DAYS, SO THE
      *    LARGEST GROUP IS MOSTLY JUST THE LONGEST SEGMENT. PER
      *    INTERVAL TABLE AND GENDER EACH NAKSHATRA'S EXPECTED COUNT
      *    IS ITS SHARE OF THE DAYS IN THE YEAR; IT IS SHOWN AGAINST
      *    THE OBSERVED COUNT (ALIVE AND DEAD - THE TEST IS ABOUT
      *    BIRTHDAYS) WITH THE RATIO, AND A CHI-SQUARE GOODNESS-OF-FIT
      *    TEST AT THE 5% LEVEL GIVES THE VERDICT. A GROUP WITH ANY
      *    EXPECTED COUNT UNDER WS-CS-MIN-EXPECTED IS TOO SMALL FOR
      *    THE TEST AND IS REPORTED AS NOT TESTED.
      ******************************************************************
       PARA-CHISQ-REPORT.
           PERFORM PARA-CHISQ-DAYS
           DISPLAY REC01-HLINE
           DISPLAY REC01-HLINE(1:1), '  ',
            'NAKSHATRA DISTRIBUTION AGAINST THE CALENDAR'
           DISPLAY REC01-HLINE
           MOVE ZERO TO WS-CS-TESTED
           MOVE ZERO TO WS-CS-SIG-COUNT
           MOVE WS-CS-CRITICAL TO WS-CS-CRITICAL-E
           PERFORM VARYING WS-CS-TAB-SUB FROM 1 BY 1
                   UNTIL WS-CS-TAB-SUB > REC01-INTERVAL-COUNT
            PERFORM VARYING WS-CS-G-SUB FROM 1 BY 1
                    UNTIL WS-CS-G-SUB > 2
             PERFORM PARA-CHISQ-ONE-GROUP
            END-PERFORM
           END-PERFORM
           DISPLAY 'INFO:    CALENDAR TEST - GROUPS TESTED=',
            WS-CS-TESTED, ' SIGNIFICANT=', WS-CS-SIG-COUNT
           DISPLAY REC01-HLINE
           EXIT.
      ******************************************************************
      *    DAYS PER NAKSHATRA: SEGMENT K RUNS FROM THE DAY AFTER
      *    UBOUND K-1 THROUGH UBOUND K, THE SAME SPLIT THE COMPUTE
      *    PARAGRAPHS USE. THE SEGMENT HOLDING 29 FEBRUARY LOSES 3/4
      *    OF A DAY, SO THE YEAR COMES TO 365.25 DAYS.
      ******************************************************************
       PARA-CHISQ-DAYS.
           MOVE ZERO TO WS-CS-PREV-DOY
           MOVE ZERO TO WS-CS-YEAR-DAYS
           PERFORM VARYING WS-CS-N-SUB FROM 1 BY 1
                   UNTIL WS-CS-N-SUB > 27
            DIVIDE WS-NTAB-UBOUND(WS-CS-N-SUB) BY 100
             GIVING WS-CS-MM REMAINDER WS-CS-DD
            IF WS-CS-MM < 1
             MOVE 1 TO WS-CS-MM
            END-IF
            IF WS-CS-MM > 12
             MOVE 12 TO WS-CS-MM
            END-IF
            COMPUTE WS-CS-DOY = WS-CS-MONTH-START(WS-CS-MM) + WS-CS-DD
            IF WS-CS-DOY > WS-CS-PREV-DOY
             COMPUTE WS-CS-DAYS(WS-CS-N-SUB) =
              WS-CS-DOY - WS-CS-PREV-DOY
             IF WS-CS-PREV-DOY < WS-CS-LEAP-DOY AND
                WS-CS-DOY NOT < WS-CS-LEAP-DOY
              SUBTRACT 0.75 FROM WS-CS-DAYS(WS-CS-N-SUB)
             END-IF
             MOVE WS-CS-DOY TO WS-CS-PREV-DOY
            ELSE
             MOVE ZERO TO WS-CS-DAYS(WS-CS-N-SUB)
            END-IF
            ADD WS-CS-DAYS(WS-CS-N-SUB) TO WS-CS-YEAR-DAYS
           END-PERFORM
           EXIT.
      ******************************************************************
      *    ONE AGE-BAND TABLE AND GENDER: OBSERVED COUNTS OUT OF
      *    REC01-NTAB, EXPECTED COUNTS, RATIOS, THE STATISTIC AND THE
      *    VERDICT, THEN THE LINES FOR THE REPORT.
      ******************************************************************
       PARA-CHISQ-ONE-GROUP.
           MOVE ZERO TO WS-CS-TOTAL(WS-CS-TAB-SUB, WS-CS-G-SUB)
           MOVE ZERO TO WS-CS-CHISQ(WS-CS-TAB-SUB, WS-CS-G-SUB)
           PERFORM VARYING WS-CS-N-SUB FROM 1 BY 1
                   UNTIL WS-CS-N-SUB > 27
            MOVE ZERO
              TO WS-CS-OBS(WS-CS-TAB-SUB, WS-CS-G-SUB, WS-CS-N-SUB)
            PERFORM VARYING WS-CS-AGE-SUB FROM 1 BY 1
                    UNTIL WS-CS-AGE-SUB > 120
             IF WS-CS-G-SUB = 1
              ADD REC01-NTAB-CITIZEN-MALE
                  (WS-CS-TAB-SUB, WS-CS-N-SUB, WS-CS-AGE-SUB, 1)
                  REC01-NTAB-CITIZEN-MALE
                  (WS-CS-TAB-SUB, WS-CS-N-SUB, WS-CS-AGE-SUB, 2)
               TO WS-CS-OBS(WS-CS-TAB-SUB, WS-CS-G-SUB, WS-CS-N-SUB)
             ELSE
              ADD REC01-NTAB-CITIZEN-FEMALE
                  (WS-CS-TAB-SUB, WS-CS-N-SUB, WS-CS-AGE-SUB, 1)
                  REC01-NTAB-CITIZEN-FEMALE
                  (WS-CS-TAB-SUB, WS-CS-N-SUB, WS-CS-AGE-SUB, 2)
               TO WS-CS-OBS(WS-CS-TAB-SUB, WS-CS-G-SUB, WS-CS-N-SUB)
             END-IF
            END-PERFORM
            ADD WS-CS-OBS(WS-CS-TAB-SUB, WS-CS-G-SUB, WS-CS-N-SUB)
             TO WS-CS-TOTAL(WS-CS-TAB-SUB, WS-CS-G-SUB)
           END-PERFORM
           IF WS-CS-TOTAL(WS-CS-TAB-SUB, WS-CS-G-SUB) = ZERO
            MOVE 'U' TO WS-CS-VERDICT(WS-CS-TAB-SUB, WS-CS-G-SUB)
           ELSE
            MOVE 'N' TO WS-CS-VERDICT(WS-CS-TAB-SUB, WS-CS-G-SUB)
            PERFORM VARYING WS-CS-N-SUB FROM 1 BY 1
                    UNTIL WS-CS-N-SUB > 27
             PERFORM PARA-CHISQ-ONE-CELL
            END-PERFORM
            IF NOT WS-CS-NOT-TESTED(WS-CS-TAB-SUB, WS-CS-G-SUB)
             ADD 1 TO WS-CS-TESTED
             IF WS-CS-CHISQ(WS-CS-TAB-SUB, WS-CS-G-SUB) > WS-CS-CRITICAL
              MOVE 'S' TO WS-CS-VERDICT(WS-CS-TAB-SUB, WS-CS-G-SUB)
              ADD 1 TO WS-CS-SIG-COUNT
             END-IF
            END-IF
            PERFORM PARA-CHISQ-PRINT-GROUP
           END-IF
           EXIT.
      ******************************************************************
       PARA-CHISQ-ONE-CELL.
           IF WS-CS-YEAR-DAYS = ZERO
            MOVE ZERO TO WS-CS-EXP-W
           ELSE
            COMPUTE WS-CS-EXP-W ROUNDED =
             WS-CS-TOTAL(WS-CS-TAB-SUB, WS-CS-G-SUB) *
             WS-CS-DAYS(WS-CS-N-SUB) / WS-CS-YEAR-DAYS
           END-IF
           COMPUTE WS-CS-EXP(WS-CS-TAB-SUB, WS-CS-G-SUB, WS-CS-N-SUB)
            ROUNDED = WS-CS-EXP-W
           IF WS-CS-EXP-W < WS-CS-MIN-EXPECTED
            MOVE 'U' TO WS-CS-VERDICT(WS-CS-TAB-SUB, WS-CS-G-SUB)
           END-IF
           IF WS-CS-EXP-W = ZERO
            MOVE ZERO
              TO WS-CS-RATIO(WS-CS-TAB-SUB, WS-CS-G-SUB, WS-CS-N-SUB)
           ELSE
            COMPUTE WS-CS-RATIO(WS-CS-TAB-SUB, WS-CS-G-SUB, WS-CS-N-SUB)
             ROUNDED =
             WS-CS-OBS(WS-CS-TAB-SUB, WS-CS-G-SUB, WS-CS-N-SUB) /
             WS-CS-EXP-W
            COMPUTE WS-CS-DIFF =
             WS-CS-OBS(WS-CS-TAB-SUB, WS-CS-G-SUB, WS-CS-N-SUB) -
             WS-CS-EXP-W
            COMPUTE WS-CS-CHISQ(WS-CS-TAB-SUB, WS-CS-G-SUB) ROUNDED =
             WS-CS-CHISQ(WS-CS-TAB-SUB, WS-CS-G-SUB) +
             (WS-CS-DIFF * WS-CS-DIFF) / WS-CS-EXP-W
           END-IF
           EXIT.
      ******************************************************************
       PARA-CHISQ-PRINT-GROUP.
           DISPLAY 'AGE BAND ', WS-CS-TAB-SUB,
            ' GENDER ', WS-CS-GENDER-LIST(WS-CS-G-SUB:1),
            ' CITIZENS=', WS-CS-TOTAL(WS-CS-TAB-SUB, WS-CS-G-SUB)
           PERFORM VARYING WS-CS-N-SUB FROM 1 BY 1
                   UNTIL WS-CS-N-SUB > 27
            MOVE WS-CS-DAYS(WS-CS-N-SUB) TO WS-CS-DAYS-E
            MOVE WS-CS-EXP(WS-CS-TAB-SUB, WS-CS-G-SUB, WS-CS-N-SUB)
              TO WS-CS-EXP-E
            MOVE WS-CS-RATIO(WS-CS-TAB-SUB, WS-CS-G-SUB, WS-CS-N-SUB)
              TO WS-CS-RATIO-E
            DISPLAY '   ', WS-NTAB-NAME-TXT(WS-CS-N-SUB),
             ' DAYS=', WS-CS-DAYS-E,
             ' OBSERVED=',
             WS-CS-OBS(WS-CS-TAB-SUB, WS-CS-G-SUB, WS-CS-N-SUB),
             ' EXPECTED=', WS-CS-EXP-E,
             ' RATIO=', WS-CS-RATIO-E
           END-PERFORM
           MOVE WS-CS-CHISQ(WS-CS-TAB-SUB, WS-CS-G-SUB) TO WS-CS-CHISQ-E
           PERFORM PARA-CHISQ-VERDICT-TEXT
           IF WS-CS-NOT-TESTED(WS-CS-TAB-SUB, WS-CS-G-SUB)
            DISPLAY '   CHI-SQUARE=', WS-CS-CHISQ-E, ' DF=', WS-CS-DF,
             ' - ', WS-CS-VERDICT-TXT, ' (EXPECTED COUNT UNDER ',
             WS-CS-MIN-EXPECTED, ')'
           ELSE
            DISPLAY '   CHI-SQUARE=', WS-CS-CHISQ-E, ' DF=', WS-CS-DF,
             ' CRITICAL(5%)=', WS-CS-CRITICAL-E,
             ' - ', WS-CS-VERDICT-TXT
           END-IF
           EXIT.
      ******************************************************************
       PARA-CHISQ-VERDICT-TEXT.
           EVALUATE TRUE
            WHEN WS-CS-SIGNIFICANT(WS-CS-TAB-SUB, WS-CS-G-SUB)
             MOVE 'SIGNIFICANT'     TO WS-CS-VERDICT-TXT
            WHEN WS-CS-NOT-SIGNIF(WS-CS-TAB-SUB, WS-CS-G-SUB)
             MOVE 'NOT SIGNIFICANT' TO WS-CS-VERDICT-TXT
            WHEN OTHER
             MOVE 'NOT TESTED'      TO WS-CS-VERDICT-TXT
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    LOOKS WS-RG-KEY UP IN THE REGION TABLE AND LEAVES ITS ENTRY
      *    IN WS-RG-SUB, INSERTING A NEW CODE IN ITS PLACE IN CODE
      *    ORDER. A FULL TABLE LEAVES WS-RG-SUB ZERO AND THE CALLER
      *    COUNTS THE CITIZENS AS OVERFLOW.
      ******************************************************************
       PARA-REGION-FIND.
           IF WS-RG-KEY = SPACES
            MOVE '??' TO WS-RG-KEY
           END-IF
           MOVE ZERO TO WS-RG-SUB
           MOVE 'N' TO WS-RG-DONE-FLAG
           COMPUTE WS-RG-POS = WS-RG-COUNT + 1
           PERFORM VARYING WS-RG-SCAN FROM 1 BY 1
                   UNTIL WS-RG-SCAN > WS-RG-COUNT OR WS-RG-DONE
            IF WS-RG-CODE(WS-RG-SCAN) NOT < WS-RG-KEY
             MOVE 'Y' TO WS-RG-DONE-FLAG
             MOVE WS-RG-SCAN TO WS-RG-POS
             IF WS-RG-CODE(WS-RG-SCAN) = WS-RG-KEY
              MOVE WS-RG-SCAN TO WS-RG-SUB
             END-IF
            END-IF
           END-PERFORM
           IF WS-RG-SUB = ZERO AND WS-RG-COUNT < WS-RG-MAX
            PERFORM VARYING WS-RG-SCAN FROM WS-RG-COUNT BY -1
                    UNTIL WS-RG-SCAN < WS-RG-POS
             MOVE WS-RG-ENTRY(WS-RG-SCAN)
               TO WS-RG-ENTRY(WS-RG-SCAN + 1)
            END-PERFORM
            INITIALIZE WS-RG-ENTRY(WS-RG-POS)
            MOVE WS-RG-KEY TO WS-RG-CODE(WS-RG-POS)
            ADD 1 TO WS-RG-COUNT
            MOVE WS-RG-POS TO WS-RG-SUB
           END-IF
           EXIT.
      ******************************************************************
      *    POSTS ONE CITIZEN, WS-RG-SIGN +1 IN OR -1 OUT, TO CELL
      *    WS-RG-CELL OF TABLE WS-RG-TAB-SUB / NAKSHATRA WS-RG-N-SUB
      *    OF REGION WS-RG-KEY. AN OUT FROM AN EMPTY CELL IS COUNTED
      *    AS UNDERFLOW INSTEAD OF WRAPPING THE CELL.
      ******************************************************************
       PARA-REGION-POST-ONE.
           PERFORM PARA-REGION-FIND
           IF WS-RG-SUB = ZERO
            ADD 1 TO WS-RG-OVERFLOW
           ELSE
            IF WS-RG-SIGN > ZERO
             ADD 1 TO WS-RG-CNT(WS-RG-SUB, WS-RG-TAB-SUB,
                                WS-RG-N-SUB, WS-RG-CELL)
            ELSE
             IF WS-RG-CNT(WS-RG-SUB, WS-RG-TAB-SUB,
                          WS-RG-N-SUB, WS-RG-CELL) = ZERO
              ADD 1 TO WS-RG-UNDERFLOW
             ELSE
              SUBTRACT 1 FROM WS-RG-CNT(WS-RG-SUB, WS-RG-TAB-SUB,
                                        WS-RG-N-SUB, WS-RG-CELL)
             END-IF
            END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    POSTS THE FOUR SUMS IN WS-RG-ADD (AN MQ02 ROW OR A BASELINE
      *    R RECORD) TO TABLE WS-RG-TAB-SUB / NAKSHATRA WS-RG-N-SUB OF
      *    REGION WS-RG-KEY.
      ******************************************************************
       PARA-REGION-POST-SUMS.
           PERFORM PARA-REGION-FIND
           PERFORM VARYING WS-RG-CELL-SUB FROM 1 BY 1
                   UNTIL WS-RG-CELL-SUB > 4
            IF WS-RG-SUB = ZERO
             ADD WS-RG-ADD(WS-RG-CELL-SUB) TO WS-RG-OVERFLOW
            ELSE
             ADD WS-RG-ADD(WS-RG-CELL-SUB)
              TO WS-RG-CNT(WS-RG-SUB, WS-RG-TAB-SUB,
                           WS-RG-N-SUB, WS-RG-CELL-SUB)
            END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      *    CITIZENS BY REGION. FIRST THE PROOF: FOR EVERY INTERVAL
      *    TABLE, NAKSHATRA AND CELL THE REGIONS MUST ADD UP TO THE
      *    NATIONAL REC01-NTAB FIGURE; ANY CELL THAT DOES NOT IS
      *    LISTED AND THE RUN ENDS RC=2. THEN ONE BLOCK PER REGION:
      *    ALIVE AND DEAD BY GENDER, ITS SHARE OF THE NATIONAL ALIVE
      *    POPULATION AS AN H-BAR AND ITS LARGEST NAKSHATRA. A RESUMED
      *    SQ RUN ONLY HOLDS THE REGIONS OF THE TABLES IT RECOMPUTED,
      *    SO IT IS NOT PROVEN.
      ******************************************************************
       PARA-REGION-REPORT.
           DISPLAY REC01-HLINE
           DISPLAY REC01-HLINE(1:1), '  ', 'CITIZENS BY REGION'
           DISPLAY REC01-HLINE
           IF WS-QREC01-REGION-FILTER NOT = SPACES
            DISPLAY 'LIMITED TO REGION: ', WS-QREC01-REGION-FILTER
           END-IF
           MOVE ZERO TO WS-RG-MISMATCH
           MOVE ZERO TO WS-RG-NAT-ALIVE
           PERFORM VARYING WS-RG-TAB-SUB FROM 1 BY 1
                   UNTIL WS-RG-TAB-SUB > REC01-INTERVAL-COUNT
            PERFORM VARYING WS-RG-N-SUB FROM 1 BY 1
                    UNTIL WS-RG-N-SUB > 27
             PERFORM PARA-REGION-PROVE-CELL
            END-PERFORM
           END-PERFORM
           EVALUATE TRUE
            WHEN WS-RESTART-FOUND AND PARM-DATA(1:2) = 'SQ'
             DISPLAY 'INFO:    RESUMED SQ RUN - REGION PROOF SKIPPED'
            WHEN WS-RG-MISMATCH = ZERO AND WS-RG-OVERFLOW = ZERO AND
                 WS-RG-UNDERFLOW = ZERO
             DISPLAY 'INFO:    ', WS-RG-COUNT, ' REGIONS ADD UP TO ',
              'THE NATIONAL FIGURES'
            WHEN OTHER
             DISPLAY 'WARNING: REGIONS DO NOT ADD UP TO THE NATIONAL ',
              'FIGURES - CELLS OFF=', WS-RG-MISMATCH,
              ' OVERFLOW=', WS-RG-OVERFLOW,
              ' UNDERFLOW=', WS-RG-UNDERFLOW
             MOVE 2 TO RETURN-CODE
           END-EVALUATE
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-RG-COUNT
            PERFORM PARA-REGION-REPORT-ONE
           END-PERFORM
           DISPLAY REC01-HLINE
           EXIT.
      ******************************************************************
       PARA-REGION-PROVE-CELL.
           PERFORM VARYING WS-RG-CELL-SUB FROM 1 BY 1
                   UNTIL WS-RG-CELL-SUB > 4
            MOVE ZERO TO WS-RG-NAT-CNT(WS-RG-CELL-SUB)
            MOVE ZERO TO WS-RG-SUM-CNT(WS-RG-CELL-SUB)
            PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                    UNTIL WS-RG-SUB > WS-RG-COUNT
             ADD WS-RG-CNT(WS-RG-SUB, WS-RG-TAB-SUB,
                           WS-RG-N-SUB, WS-RG-CELL-SUB)
              TO WS-RG-SUM-CNT(WS-RG-CELL-SUB)
            END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-RG-AGE-SUB FROM 1 BY 1
                   UNTIL WS-RG-AGE-SUB > 120
            ADD REC01-NTAB-CITIZEN-MALE
                (WS-RG-TAB-SUB, WS-RG-N-SUB, WS-RG-AGE-SUB, 1)
                TO WS-RG-NAT-CNT(1)
            ADD REC01-NTAB-CITIZEN-FEMALE
                (WS-RG-TAB-SUB, WS-RG-N-SUB, WS-RG-AGE-SUB, 1)
                TO WS-RG-NAT-CNT(2)
            ADD REC01-NTAB-CITIZEN-MALE
                (WS-RG-TAB-SUB, WS-RG-N-SUB, WS-RG-AGE-SUB, 2)
                TO WS-RG-NAT-CNT(3)
            ADD REC01-NTAB-CITIZEN-FEMALE
                (WS-RG-TAB-SUB, WS-RG-N-SUB, WS-RG-AGE-SUB, 2)
                TO WS-RG-NAT-CNT(4)
           END-PERFORM
           ADD WS-RG-NAT-CNT(1) WS-RG-NAT-CNT(2) TO WS-RG-NAT-ALIVE
           PERFORM VARYING WS-RG-CELL-SUB FROM 1 BY 1
                   UNTIL WS-RG-CELL-SUB > 4
            IF WS-RG-NAT-CNT(WS-RG-CELL-SUB) NOT =
               WS-RG-SUM-CNT(WS-RG-CELL-SUB)
             ADD 1 TO WS-RG-MISMATCH
             DISPLAY 'REGION MISMATCH: TAB=', WS-RG-TAB-SUB,
              ' N=', WS-RG-N-SUB, ' ',
              WS-NTAB-NAME-TXT(WS-RG-N-SUB),
              ' CELL=', WS-RG-CELL-SUB,
              ' NATIONAL=', WS-RG-NAT-CNT(WS-RG-CELL-SUB),
              ' REGIONS=', WS-RG-SUM-CNT(WS-RG-CELL-SUB)
            END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
       PARA-REGION-REPORT-ONE.
           MOVE ZERO TO WS-RG-SUM-CNT(1) WS-RG-SUM-CNT(2)
                        WS-RG-SUM-CNT(3) WS-RG-SUM-CNT(4)
           MOVE ZERO TO WS-RG-MAX-CNT
           MOVE ZERO TO WS-RG-MAX-N
           PERFORM VARYING WS-RG-N-SUB FROM 1 BY 1
                   UNTIL WS-RG-N-SUB > 27
            MOVE ZERO TO WS-RG-N-ALIVE
            PERFORM VARYING WS-RG-TAB-SUB FROM 1 BY 1
                    UNTIL WS-RG-TAB-SUB > REC01-INTERVAL-COUNT
             PERFORM VARYING WS-RG-CELL-SUB FROM 1 BY 1
                     UNTIL WS-RG-CELL-SUB > 4
              ADD WS-RG-CNT(WS-RG-SUB, WS-RG-TAB-SUB,
                            WS-RG-N-SUB, WS-RG-CELL-SUB)
               TO WS-RG-SUM-CNT(WS-RG-CELL-SUB)
             END-PERFORM
             ADD WS-RG-CNT(WS-RG-SUB, WS-RG-TAB-SUB, WS-RG-N-SUB, 1)
                 WS-RG-CNT(WS-RG-SUB, WS-RG-TAB-SUB, WS-RG-N-SUB, 2)
                 TO WS-RG-N-ALIVE
            END-PERFORM
            IF WS-RG-N-ALIVE > WS-RG-MAX-CNT
             MOVE WS-RG-N-ALIVE TO WS-RG-MAX-CNT
             MOVE WS-RG-N-SUB   TO WS-RG-MAX-N
            END-IF
           END-PERFORM
           COMPUTE WS-RG-REG-ALIVE = WS-RG-SUM-CNT(1) + WS-RG-SUM-CNT(2)
           DISPLAY 'REGION ', WS-RG-CODE(WS-RG-SUB),
            ' ALIVE M=', WS-RG-SUM-CNT(1), ' F=', WS-RG-SUM-CNT(2),
            ' DEAD M=', WS-RG-SUM-CNT(3), ' F=', WS-RG-SUM-CNT(4)
           DISPLAY '   SHARE OF THE NATIONAL ALIVE POPULATION'
           MOVE WS-RG-REG-ALIVE TO WS-HBAR-TMP1
           MOVE WS-RG-NAT-ALIVE TO WS-HBAR-TMP2
           PERFORM PARA-H-BAR-GEN
           IF WS-RG-MAX-N > ZERO
            DISPLAY '   LARGEST NAKSHATRA ',
             WS-NTAB-NAME-TXT(WS-RG-MAX-N), ' ALIVE=', WS-RG-MAX-CNT
           END-IF
           EXIT.
      ******************************************************************
       PARA-INC-WRITE-BASE-REGION.
           MOVE SPACES TO REC07-BASE-W-REG
           MOVE 'R'                    TO REC07-W-TYPE
           MOVE WS-RG-CODE(WS-RG-SUB)  TO REC07-W-REG-CODE
           MOVE WS-RG-TAB-SUB          TO REC07-W-REG-TAB
           MOVE WS-RG-N-SUB            TO REC07-W-REG-NAKSH
           MOVE WS-RG-CNT(WS-RG-SUB, WS-RG-TAB-SUB, WS-RG-N-SUB, 1)
             TO REC07-W-REG-MALIVE
           MOVE WS-RG-CNT(WS-RG-SUB, WS-RG-TAB-SUB, WS-RG-N-SUB, 2)
             TO REC07-W-REG-FALIVE
           MOVE WS-RG-CNT(WS-RG-SUB, WS-RG-TAB-SUB, WS-RG-N-SUB, 3)
             TO REC07-W-REG-MDEAD
           MOVE WS-RG-CNT(WS-RG-SUB, WS-RG-TAB-SUB, WS-RG-N-SUB, 4)
             TO REC07-W-REG-FDEAD
           IF REC07-W-REG-MALIVE > ZERO OR REC07-W-REG-FALIVE > ZERO OR
              REC07-W-REG-MDEAD  > ZERO OR REC07-W-REG-FDEAD  > ZERO
            ADD 1 TO WS-INC-RCELLS-WRITTEN
            ADD REC07-W-REG-MALIVE REC07-W-REG-FALIVE
                REC07-W-REG-MDEAD  REC07-W-REG-FDEAD
                TO WS-INC-RCITIZENS-WRITTEN
            WRITE REC07-BASE-W-REG
            END-WRITE
           END-IF
           EXIT.
      ******************************************************************    
       PARA-SQL-ERROR-CHECK.
      ******************************************************************
