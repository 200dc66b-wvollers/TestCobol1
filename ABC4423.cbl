      ******************************************************************
      *    ABC4423 - SIGN-ON DISPLAY LOG ARCHIVE AND TRIM.  CUTS      *
      *    WMDSPLOG RECORDS OLDER THAN THE RETENTION CUTOFF TO THE    *
      *    ARCHIVE FILE AND WRITES THE SURVIVORS TO A NEW LOG, WHICH  *
      *    THE JOB COPIES BACK OVER THE LIVE LOG, THE SAME WAY        *
      *    ABC4413 TRIMS MENULOG.  RUNS AFTER THE EXPOSURE REPORT     *
      *    (ABC4422).  RETENTION DAYS COME FROM COLUMNS 1-3 OF THE    *
      *    DSPPARM CONTROL FILE (DEFAULT 90 WHEN ABSENT OR BAD).      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4423.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "dsplog_io.cpy".
           SELECT ARCHIVE-FILE ASSIGN TO "ARCHLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ARC-FILE-STATUS.
           SELECT NEW-LOG-FILE ASSIGN TO "NEWLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-NEW-FILE-STATUS.
           SELECT DSP-PARM-FILE ASSIGN TO "DSPPARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PRM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       copy "dsplog_fd.cpy".
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD              pic x(247).
       FD  NEW-LOG-FILE.
       01  NEW-LOG-RECORD              pic x(247).
       FD  DSP-PARM-FILE.
       01  DSP-PARM-RECORD.
           05  DP-RETENTION-DAYS       pic 9(3).
           05  DP-REPORT-DATE          pic x(8).
           05  filler                  pic x(69).
       WORKING-STORAGE SECTION.
       01  WS-DSP-FILE-STATUS          pic xx value "00".
       01  WS-ARC-FILE-STATUS          pic xx value "00".
       01  WS-NEW-FILE-STATUS          pic xx value "00".
       01  WS-PRM-FILE-STATUS          pic xx value "00".
       01  WS-RUN-DATE                 pic x(8) value spaces.
       01  WS-RUN-DATE-NUM redefines WS-RUN-DATE pic 9(8).
       01  WS-RETENTION-DAYS           pic 9(3) value 90.
       01  WS-CUTOFF-DATE              pic 9(8) value zero.
       01  WS-DATE-INTEGER             pic 9(8) value zero.
       01  WS-RECORDS-READ             pic 9(6) value zero.
       01  WS-RECORDS-ARCHIVED         pic 9(6) value zero.
       01  WS-RECORDS-KEPT             pic 9(6) value zero.
       PROCEDURE DIVISION.
           accept WS-RUN-DATE from date yyyymmdd
           perform get-retention-days
           perform compute-cutoff-date
           open input MSG-DISPLAY-LOG
           if WS-DSP-FILE-STATUS not = "00"
               display "ABC4423 cannot open display log, status: "
                   WS-DSP-FILE-STATUS
               goback
           end-if
           open output ARCHIVE-FILE
           if WS-ARC-FILE-STATUS not = "00"
               display "ABC4423 cannot open archive file, status: "
                   WS-ARC-FILE-STATUS
               close MSG-DISPLAY-LOG
               goback
           end-if
           open output NEW-LOG-FILE
           if WS-NEW-FILE-STATUS not = "00"
               display "ABC4423 cannot open new log file, status: "
                   WS-NEW-FILE-STATUS
               close MSG-DISPLAY-LOG
               close ARCHIVE-FILE
               goback
           end-if
           perform split-log-records
           close MSG-DISPLAY-LOG
           close ARCHIVE-FILE
           close NEW-LOG-FILE
           display "ABC4423 archive complete, cutoff date: "
               WS-CUTOFF-DATE
           display "ABC4423 records read:     " WS-RECORDS-READ
           display "ABC4423 records archived: " WS-RECORDS-ARCHIVED
           display "ABC4423 records kept:     " WS-RECORDS-KEPT
           goback.

       get-retention-days.
           open input DSP-PARM-FILE
           if WS-PRM-FILE-STATUS = "00"
               read DSP-PARM-FILE
               if WS-PRM-FILE-STATUS = "00" and
                       DP-RETENTION-DAYS is numeric and
                       DP-RETENTION-DAYS > zero
                   move DP-RETENTION-DAYS to WS-RETENTION-DAYS
               end-if
           end-if
           close DSP-PARM-FILE.

       compute-cutoff-date.
           compute WS-DATE-INTEGER =
               function integer-of-date (WS-RUN-DATE-NUM)
               - WS-RETENTION-DAYS
           compute WS-CUTOFF-DATE =
               function date-of-integer (WS-DATE-INTEGER).

      ******************************************************************
      *    THE FIRST 8 BYTES OF MD-TIMESTAMP ARE THE YYYYMMDD DATE    *
      *    STAMPED BY THE SIGN-ON DISPLAY.  RECORDS WITH A GARBLED    *
      *    DATE ARE KEPT RATHER THAN LOST.                            *
      ******************************************************************
       split-log-records.
           perform until WS-DSP-FILE-STATUS not = "00"
               read MSG-DISPLAY-LOG
               if WS-DSP-FILE-STATUS = "00"
                   add 1 to WS-RECORDS-READ
                   if MD-TIMESTAMP (1:8) is numeric and
                           function numval (MD-TIMESTAMP (1:8))
                           < WS-CUTOFF-DATE
                       move MSG-DISPLAY-RECORD to ARCHIVE-RECORD
                       write ARCHIVE-RECORD
                       add 1 to WS-RECORDS-ARCHIVED
                   else
                       move MSG-DISPLAY-RECORD to NEW-LOG-RECORD
                       write NEW-LOG-RECORD
                       add 1 to WS-RECORDS-KEPT
                   end-if
               end-if
           end-perform.
