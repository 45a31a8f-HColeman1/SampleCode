      *This program is the inquiry and reprint side of the report
      *archive RPTARC01 files every printed report into, so a past
      *run of "checkregister" or "closereport" can be produced for an
      *auditor long after the print file was overwritten. The clerk
      *finds runs by report name (blank for all reports), a run-date
      *range, and the operator who ran them (blank for anyone); up
      *to 100 matching runs are listed, numbered, with their run date
      *and time, operator, line count, and the date they may be
      *purged after. A listed run can be shown on the screen, or
      *reprinted to a file named for the report and the run's date
      *and time (for example checkregister.20260715103000), so the
      *reprint never overwrites the live report file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTINQ01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE
                   ASSIGN TO "reportarchive"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS ARC-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT REPRINT-FILE
                   ASSIGN TO DYNAMIC REPRINT-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REPRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPTARC.

       FD REPRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 ARCHIVE-FILE-STATUS PIC XX.
       01 REPRINT-FILE-STATUS PIC XX.
       01 REPRINT-FILE-NAME   PIC X(40).
       01 ARCHIVE-FILE-AT-END PIC X.
       01 INQUIRY-CHOICE PIC X.
           88 INQUIRY-DONE    VALUE "0".
           88 INQUIRY-FIND    VALUE "1".
           88 INQUIRY-SHOW    VALUE "2".
           88 INQUIRY-REPRINT VALUE "3".
       01 FIND-REPORT-NAME PIC X(16).
       01 FIND-OPERATOR    PIC X(8).
       01 FIND-FROM-DATE   PIC 9(8).
       01 FIND-TO-DATE     PIC 9(8).
       01 ARC-RUN-DATE     PIC 9(8).
       01 RUN-LIST-FULL-SWITCH PIC X.
           88 RUN-LIST-FULL VALUE "Y".
       01 RUNS-LISTED   PIC 9(3) COMP.
       01 MAX-RUNS      PIC 9(3) COMP VALUE 100.
       01 RUN-NUMBER-ENTRY PIC 9(3).
       01 RUN-NUMBER    PIC 9(3) COMP.
       01 LINES-OUT     PIC 9(6).
       01 SHOW-OR-PRINT-SWITCH PIC X.
           88 SHOW-ON-SCREEN VALUE "S".
           88 PRINT-TO-FILE  VALUE "P".
       01 RUN-LIST-TABLE.
           05 RUN-LIST-ENTRY OCCURS 100 TIMES.
               10 RL-REPORT-NAME PIC X(16).
               10 RL-RUN-STAMP   PIC 9(14).
               10 RL-OPERATOR    PIC X(8).
               10 RL-LINE-COUNT  PIC 9(6).

       01 RUN-DISPLAY-LINE.
           05 RD-NUMBER       PIC ZZ9.
           05 FILLER          PIC X(2) VALUE SPACE.
           05 RD-REPORT-NAME  PIC X(16).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RD-YEAR         PIC 9(4).
           05 FILLER          PIC X(1) VALUE "-".
           05 RD-MONTH        PIC 9(2).
           05 FILLER          PIC X(1) VALUE "-".
           05 RD-DAY          PIC 9(2).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RD-HOUR         PIC 9(2).
           05 FILLER          PIC X(1) VALUE ":".
           05 RD-MINUTE       PIC 9(2).
           05 FILLER          PIC X(1) VALUE ":".
           05 RD-SECOND       PIC 9(2).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 RD-OPERATOR     PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RD-LINE-COUNT   PIC ZZZZZ9.
           05 FILLER          PIC X(7) VALUE " LINES ".
           05 FILLER          PIC X(5) VALUE "KEEP ".
           05 RD-RETAIN-UNTIL PIC X(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
                   DISPLAY "NO REPORTS HAVE BEEN ARCHIVED, STATUS: "
                           ARCHIVE-FILE-STATUS
           ELSE
                   MOVE ZERO TO RUNS-LISTED
                   PERFORM SHOW-INQUIRY-MENU
                   PERFORM INQUIRY-ONE-CHOICE
                   UNTIL INQUIRY-DONE
                   CLOSE ARCHIVE-FILE
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       SHOW-INQUIRY-MENU.
           DISPLAY "REPORT ARCHIVE INQUIRY AND REPRINT".
           DISPLAY "  1. FIND ARCHIVED RUNS".
           DISPLAY "  2. SHOW A LISTED RUN ON THE SCREEN".
           DISPLAY "  3. REPRINT A LISTED RUN".
           DISPLAY "  0. DONE".
       INQUIRY-ONE-CHOICE.
           DISPLAY "ENTER SELECTION".
           ACCEPT INQUIRY-CHOICE.
           EVALUATE TRUE
               WHEN INQUIRY-DONE
                       CONTINUE
               WHEN INQUIRY-FIND
                       PERFORM FIND-ARCHIVED-RUNS
               WHEN INQUIRY-SHOW
                       MOVE "S" TO SHOW-OR-PRINT-SWITCH
                       PERFORM PRODUCE-LISTED-RUN
               WHEN INQUIRY-REPRINT
                       MOVE "P" TO SHOW-OR-PRINT-SWITCH
                       PERFORM PRODUCE-LISTED-RUN
               WHEN OTHER
                       DISPLAY "INVALID SELECTION"
           END-EVALUATE.
       FIND-ARCHIVED-RUNS.
           DISPLAY "ENTER REPORT NAME (BLANK FOR ALL REPORTS)".
           MOVE SPACE TO FIND-REPORT-NAME.
           ACCEPT FIND-REPORT-NAME.
           DISPLAY "ENTER FIRST RUN DATE (YYYYMMDD, 0 FOR ANY)".
           ACCEPT FIND-FROM-DATE.
           DISPLAY "ENTER LAST RUN DATE (YYYYMMDD, 0 FOR ANY)".
           ACCEPT FIND-TO-DATE.
           IF FIND-TO-DATE = ZEROES
                   MOVE 99999999 TO FIND-TO-DATE
           END-IF.
           DISPLAY "ENTER OPERATOR (BLANK FOR ANYONE)".
           MOVE SPACE TO FIND-OPERATOR.
           ACCEPT FIND-OPERATOR.
           MOVE ZERO TO RUNS-LISTED.
           MOVE "N" TO RUN-LIST-FULL-SWITCH.
           IF FIND-REPORT-NAME = SPACE
                   MOVE LOW-VALUES TO ARC-KEY
           ELSE
                   MOVE FIND-REPORT-NAME TO ARC-REPORT-NAME
                   MOVE ZEROES TO ARC-RUN-STAMP
                   MOVE LOW-VALUES TO ARC-OPERATOR
                   MOVE ZEROES TO ARC-LINE-NUMBER
           END-IF.
           START ARCHIVE-FILE KEY NOT LESS THAN ARC-KEY
           INVALID KEY
                   MOVE "Y" TO ARCHIVE-FILE-AT-END
           NOT INVALID KEY
                   MOVE "N" TO ARCHIVE-FILE-AT-END
           END-START.
           IF ARCHIVE-FILE-AT-END = "N"
                   PERFORM READ-NEXT-ARCHIVE-ROW
           END-IF.
           PERFORM UNTIL ARCHIVE-FILE-AT-END = "Y"
                   IF FIND-REPORT-NAME NOT = SPACE
                      AND ARC-REPORT-NAME NOT = FIND-REPORT-NAME
                           MOVE "Y" TO ARCHIVE-FILE-AT-END
                   ELSE
                           PERFORM CHECK-ONE-ARCHIVED-RUN
                           PERFORM SKIP-TO-NEXT-RUN
                   END-IF
           END-PERFORM.
           IF RUNS-LISTED = ZERO
                   DISPLAY "NO ARCHIVED RUNS MATCH"
           END-IF.
           IF RUN-LIST-FULL
                   DISPLAY "MORE RUNS MATCH THAN CAN BE LISTED - "
                           "NARROW THE SEARCH"
           END-IF.
       READ-NEXT-ARCHIVE-ROW.
           READ ARCHIVE-FILE NEXT RECORD
                   AT END MOVE "Y" TO ARCHIVE-FILE-AT-END.
      *ONLY A RUN'S CONTROL ROW (LINE ZERO) IS LOOKED AT; ITS
      *PRINTED LINES ARE STEPPED OVER BY SKIP-TO-NEXT-RUN.
       CHECK-ONE-ARCHIVED-RUN.
           MOVE ARC-RUN-STAMP(1:8) TO ARC-RUN-DATE.
           IF ARC-LINE-NUMBER = ZERO
              AND ARC-RUN-DATE NOT LESS FIND-FROM-DATE
              AND ARC-RUN-DATE NOT GREATER FIND-TO-DATE
              AND (FIND-OPERATOR = SPACE
                   OR ARC-OPERATOR = FIND-OPERATOR)
                   IF RUNS-LISTED < MAX-RUNS
                           ADD 1 TO RUNS-LISTED
                           PERFORM LIST-ONE-ARCHIVED-RUN
                   ELSE
                           MOVE "Y" TO RUN-LIST-FULL-SWITCH
                           MOVE "Y" TO ARCHIVE-FILE-AT-END
                   END-IF
           END-IF.
       LIST-ONE-ARCHIVED-RUN.
           MOVE ARC-REPORT-NAME TO RL-REPORT-NAME(RUNS-LISTED).
           MOVE ARC-RUN-STAMP TO RL-RUN-STAMP(RUNS-LISTED).
           MOVE ARC-OPERATOR TO RL-OPERATOR(RUNS-LISTED).
           MOVE ARC-LINE-COUNT TO RL-LINE-COUNT(RUNS-LISTED).
           MOVE RUNS-LISTED TO RD-NUMBER.
           MOVE ARC-REPORT-NAME TO RD-REPORT-NAME.
           MOVE ARC-RUN-STAMP(1:4) TO RD-YEAR.
           MOVE ARC-RUN-STAMP(5:2) TO RD-MONTH.
           MOVE ARC-RUN-STAMP(7:2) TO RD-DAY.
           MOVE ARC-RUN-STAMP(9:2) TO RD-HOUR.
           MOVE ARC-RUN-STAMP(11:2) TO RD-MINUTE.
           MOVE ARC-RUN-STAMP(13:2) TO RD-SECOND.
           MOVE ARC-OPERATOR TO RD-OPERATOR.
           MOVE ARC-LINE-COUNT TO RD-LINE-COUNT.
           IF ARC-RETAIN-UNTIL = 99999999
                   MOVE "FOR GOOD" TO RD-RETAIN-UNTIL
           ELSE
                   MOVE ARC-RETAIN-UNTIL TO RD-RETAIN-UNTIL
           END-IF.
           DISPLAY RUN-DISPLAY-LINE.
       SKIP-TO-NEXT-RUN.
           IF ARCHIVE-FILE-AT-END = "N"
                   MOVE 999999 TO ARC-LINE-NUMBER
                   START ARCHIVE-FILE KEY GREATER THAN ARC-KEY
                   INVALID KEY
                           MOVE "Y" TO ARCHIVE-FILE-AT-END
                   NOT INVALID KEY
                           PERFORM READ-NEXT-ARCHIVE-ROW
                   END-START
           END-IF.
       PRODUCE-LISTED-RUN.
           IF RUNS-LISTED = ZERO
                   DISPLAY "FIND THE RUNS FIRST (SELECTION 1)"
           ELSE
                   DISPLAY "ENTER RUN NUMBER FROM THE LIST (1-"
                           RUNS-LISTED ")"
                   MOVE ZERO TO RUN-NUMBER-ENTRY
                   ACCEPT RUN-NUMBER-ENTRY
                   MOVE RUN-NUMBER-ENTRY TO RUN-NUMBER
                   IF RUN-NUMBER < 1 OR RUN-NUMBER > RUNS-LISTED
                           DISPLAY "NOT A LISTED RUN NUMBER"
                   ELSE
                           PERFORM OPEN-REPRINT-FILE
                           PERFORM PRODUCE-ONE-RUN
                   END-IF
           END-IF.
      *A REPRINT FILE THAT CANNOT BE OPENED FALLS BACK TO THE SCREEN.
       OPEN-REPRINT-FILE.
           IF PRINT-TO-FILE
                   MOVE SPACE TO REPRINT-FILE-NAME
                   STRING RL-REPORT-NAME(RUN-NUMBER)
                                   DELIMITED BY SPACE
                           "." DELIMITED BY SIZE
                           RL-RUN-STAMP(RUN-NUMBER)
                                   DELIMITED BY SIZE
                           INTO REPRINT-FILE-NAME
                   OPEN OUTPUT REPRINT-FILE
                   IF REPRINT-FILE-STATUS NOT = "00"
                           DISPLAY "COULD NOT OPEN "REPRINT-FILE-NAME
                                   ", STATUS: "REPRINT-FILE-STATUS
                           DISPLAY "SHOWING THE RUN ON THE SCREEN"
                           MOVE "S" TO SHOW-OR-PRINT-SWITCH
                   END-IF
           END-IF.
       PRODUCE-ONE-RUN.
           MOVE ZERO TO LINES-OUT.
           MOVE RL-REPORT-NAME(RUN-NUMBER) TO ARC-REPORT-NAME.
           MOVE RL-RUN-STAMP(RUN-NUMBER) TO ARC-RUN-STAMP.
           MOVE RL-OPERATOR(RUN-NUMBER) TO ARC-OPERATOR.
           MOVE 1 TO ARC-LINE-NUMBER.
           START ARCHIVE-FILE KEY NOT LESS THAN ARC-KEY
           INVALID KEY
                   MOVE "Y" TO ARCHIVE-FILE-AT-END
           NOT INVALID KEY
                   MOVE "N" TO ARCHIVE-FILE-AT-END
           END-START.
           IF ARCHIVE-FILE-AT-END = "N"
                   PERFORM READ-NEXT-ARCHIVE-ROW
           END-IF.
           PERFORM UNTIL ARCHIVE-FILE-AT-END = "Y"
                   IF ARC-REPORT-NAME NOT = RL-REPORT-NAME(RUN-NUMBER)
                      OR ARC-RUN-STAMP NOT = RL-RUN-STAMP(RUN-NUMBER)
                      OR ARC-OPERATOR NOT = RL-OPERATOR(RUN-NUMBER)
                           MOVE "Y" TO ARCHIVE-FILE-AT-END
                   ELSE
                           PERFORM PRODUCE-ONE-LINE
                           PERFORM READ-NEXT-ARCHIVE-ROW
                   END-IF
           END-PERFORM.
           IF PRINT-TO-FILE
                   CLOSE REPRINT-FILE
                   DISPLAY "REPRINTED TO "REPRINT-FILE-NAME
           END-IF.
           DISPLAY "LINES: "LINES-OUT" OF "
                   RL-LINE-COUNT(RUN-NUMBER).
           IF LINES-OUT NOT = RL-LINE-COUNT(RUN-NUMBER)
                   DISPLAY "LINE COUNT DOES NOT MATCH THE ARCHIVED RUN "
                           "- RUN MAY HAVE BEEN PURGED"
           END-IF.
       PRODUCE-ONE-LINE.
           ADD 1 TO LINES-OUT.
           IF PRINT-TO-FILE
                   WRITE REPRINT-LINE FROM ARC-LINE-TEXT
           ELSE
                   DISPLAY ARC-LINE-TEXT
           END-IF.
