      *This subprogram files a printed report into the report
      *archive, called by each report program right after it closes
      *its print file, the same way RECLCK01 is called. Print files
      *such as "checkregister" and "closereport" are overwritten by
      *the next run, so without this the only copy of an old run is
      *whatever someone happened to print and keep. The caller
      *passes the file it wrote and the report name in the RPTPRM
      *block. Every line of the file is copied into the
      *"reportarchive" index file under the report name, the run
      *date and time, and the signed-on operator (the calling
      *program's id when nobody is signed on, as in a BCHRUN01
      *step), with a control row carrying the line count and the
      *date the run may be purged after. The retention is taken
      *from the report's row on "reportretention" (RPTRET01); a
      *report with no row is kept seven years. Each time a report
      *is filed, its own runs past their purge date are deleted,
      *so the archive does not grow without end. RPTINQ01 finds and
      *reprints a filed run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTARC01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE
                   ASSIGN TO "reportarchive"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS ARC-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT RETENTION-FILE
                   ASSIGN TO "reportretention"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS RET-REPORT-NAME
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS RETENTION-FILE-STATUS.
           SELECT REPORT-FILE
                   ASSIGN TO DYNAMIC REPORT-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPTARC.

       FD RETENTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPTRET.

       FD REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 ARCHIVE-FILE-STATUS   PIC XX.
       01 RETENTION-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS    PIC XX.
       01 REPORT-FILE-NAME      PIC X(40).
       01 REPORT-FILE-AT-END    PIC X.
       01 ARCHIVE-FILE-AT-END   PIC X.
       01 RUN-DATE              PIC 9(8).
       01 RUN-STAMP             PIC 9(14).
       01 RUN-OPERATOR          PIC X(8).
       01 RETAIN-UNTIL          PIC 9(8).
       01 DEFAULT-RETENTION-YEARS PIC 9(2) VALUE 7.
       01 LINES-FILED           PIC 9(6).
       01 RUNS-PURGED           PIC 9(5).
       01 STAMP-IN-USE-SWITCH   PIC X.
           88 STAMP-IN-USE VALUE "Y".
       01 PURGE-RUN-SWITCH      PIC X.
           88 PURGING-RUN VALUE "Y".
       01 PURGE-RUN-STAMP       PIC 9(14).
       01 PURGE-RUN-OPERATOR    PIC X(8).
       COPY SIGNON.

       LINKAGE SECTION.
       COPY RPTPRM.

       PROCEDURE DIVISION USING REPORT-ARCHIVE-PARMS.
       PROGRAM-BEGIN.
           SET RPA-NOT-FILED TO TRUE.
           MOVE ZERO TO RPA-LINES-FILED.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
           MOVE RUN-STAMP(1:8) TO RUN-DATE.
           PERFORM GET-RUN-OPERATOR.
           PERFORM GET-RETENTION-DATE.
           MOVE RPA-REPORT-FILE TO REPORT-FILE-NAME.
           OPEN INPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "REPORT "RPA-REPORT-NAME" NOT ARCHIVED - "
                           "COULD NOT READ IT, STATUS: "
                           REPORT-FILE-STATUS
                   GO TO PROGRAM-DONE
           END-IF.
           PERFORM OPEN-ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
                   DISPLAY "REPORT "RPA-REPORT-NAME" NOT ARCHIVED - "
                           "ARCHIVE FILE STATUS: "ARCHIVE-FILE-STATUS
                   CLOSE REPORT-FILE
                   GO TO PROGRAM-DONE
           END-IF.
           PERFORM PURGE-EXPIRED-RUNS.
           PERFORM FIND-FREE-RUN-STAMP.
           PERFORM FILE-REPORT-LINES.
           PERFORM WRITE-RUN-CONTROL-ROW.
           CLOSE ARCHIVE-FILE.
           CLOSE REPORT-FILE.
       PROGRAM-DONE.
           GOBACK.
       GET-RUN-OPERATOR.
           IF SIGNON-OPERATOR-ID = SPACE
              OR SIGNON-OPERATOR-ID = LOW-VALUE
                   MOVE RPA-PROGRAM-ID TO RUN-OPERATOR
           ELSE
                   MOVE SIGNON-OPERATOR-ID TO RUN-OPERATOR
           END-IF.
      *ZERO DAYS ON THE RETENTION ROW KEEPS THE RUNS FOR GOOD.
       GET-RETENTION-DATE.
           COMPUTE RETAIN-UNTIL = RUN-DATE
                   + (DEFAULT-RETENTION-YEARS * 10000).
           OPEN INPUT RETENTION-FILE.
           IF RETENTION-FILE-STATUS = "00"
                   MOVE RPA-REPORT-NAME TO RET-REPORT-NAME
                   READ RETENTION-FILE
                   INVALID KEY
                           CONTINUE
                   NOT INVALID KEY
                           PERFORM SET-RETENTION-FROM-ROW
                   END-READ
                   CLOSE RETENTION-FILE
           END-IF.
       SET-RETENTION-FROM-ROW.
           IF RET-DAYS = ZERO
                   MOVE 99999999 TO RETAIN-UNTIL
           ELSE
                   COMPUTE RETAIN-UNTIL = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(RUN-DATE)
                           + RET-DAYS)
           END-IF.
       OPEN-ARCHIVE-FILE.
           OPEN I-O ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS = "35"
                   OPEN OUTPUT ARCHIVE-FILE
                   CLOSE ARCHIVE-FILE
                   OPEN I-O ARCHIVE-FILE
           END-IF.
      *A RUN'S CONTROL ROW (LINE ZERO) IS READ BEFORE ITS LINES, SO
      *ONCE AN EXPIRED CONTROL ROW IS SEEN EVERY ROW OF THAT RUN
      *FOLLOWS IT AND IS DELETED IN TURN.
       PURGE-EXPIRED-RUNS.
           MOVE ZERO TO RUNS-PURGED.
           MOVE "N" TO PURGE-RUN-SWITCH.
           MOVE RPA-REPORT-NAME TO ARC-REPORT-NAME.
           MOVE ZEROES TO ARC-RUN-STAMP.
           MOVE LOW-VALUES TO ARC-OPERATOR.
           MOVE ZEROES TO ARC-LINE-NUMBER.
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
                   IF ARC-REPORT-NAME NOT = RPA-REPORT-NAME
                           MOVE "Y" TO ARCHIVE-FILE-AT-END
                   ELSE
                           PERFORM CHECK-ONE-ARCHIVE-ROW
                           PERFORM READ-NEXT-ARCHIVE-ROW
                   END-IF
           END-PERFORM.
           IF RUNS-PURGED > ZERO
                   DISPLAY "EXPIRED RUNS OF "RPA-REPORT-NAME
                           " PURGED: "RUNS-PURGED
           END-IF.
       READ-NEXT-ARCHIVE-ROW.
           READ ARCHIVE-FILE NEXT RECORD
                   AT END MOVE "Y" TO ARCHIVE-FILE-AT-END.
       CHECK-ONE-ARCHIVE-ROW.
           IF ARC-LINE-NUMBER = ZERO
                   IF ARC-RETAIN-UNTIL < RUN-DATE
                           MOVE "Y" TO PURGE-RUN-SWITCH
                           MOVE ARC-RUN-STAMP TO PURGE-RUN-STAMP
                           MOVE ARC-OPERATOR TO PURGE-RUN-OPERATOR
                           ADD 1 TO RUNS-PURGED
                   ELSE
                           MOVE "N" TO PURGE-RUN-SWITCH
                   END-IF
           END-IF.
           IF PURGING-RUN
              AND ARC-RUN-STAMP = PURGE-RUN-STAMP
              AND ARC-OPERATOR = PURGE-RUN-OPERATOR
                   DELETE ARCHIVE-FILE RECORD
                   INVALID KEY
                           DISPLAY "COULD NOT PURGE ARCHIVE ROW "
                                   ARC-KEY
                   END-DELETE
           END-IF.
      *TWO RUNS OF ONE REPORT BY ONE OPERATOR IN THE SAME SECOND
      *WOULD SHARE A KEY, SO THE LATER ONE IS MOVED ON A SECOND.
       FIND-FREE-RUN-STAMP.
           PERFORM CHECK-RUN-STAMP-IN-USE.
           PERFORM MOVE-RUN-STAMP-ON
           UNTIL NOT STAMP-IN-USE.
       MOVE-RUN-STAMP-ON.
           ADD 1 TO RUN-STAMP.
           PERFORM CHECK-RUN-STAMP-IN-USE.
       CHECK-RUN-STAMP-IN-USE.
           MOVE RPA-REPORT-NAME TO ARC-REPORT-NAME.
           MOVE RUN-STAMP TO ARC-RUN-STAMP.
           MOVE RUN-OPERATOR TO ARC-OPERATOR.
           MOVE ZEROES TO ARC-LINE-NUMBER.
           READ ARCHIVE-FILE
           INVALID KEY
                   MOVE "N" TO STAMP-IN-USE-SWITCH
           NOT INVALID KEY
                   MOVE "Y" TO STAMP-IN-USE-SWITCH
           END-READ.
       FILE-REPORT-LINES.
           MOVE ZERO TO LINES-FILED.
           MOVE "N" TO REPORT-FILE-AT-END.
           PERFORM READ-NEXT-REPORT-LINE.
           PERFORM UNTIL REPORT-FILE-AT-END = "Y"
                   ADD 1 TO LINES-FILED
                   MOVE RPA-REPORT-NAME TO ARC-REPORT-NAME
                   MOVE RUN-STAMP TO ARC-RUN-STAMP
                   MOVE RUN-OPERATOR TO ARC-OPERATOR
                   MOVE LINES-FILED TO ARC-LINE-NUMBER
                   MOVE REPORT-LINE TO ARC-LINE-TEXT
                   WRITE REPORT-ARCHIVE-RECORD
                   INVALID KEY
                           DISPLAY "COULD NOT ARCHIVE LINE "
                                   LINES-FILED" OF "RPA-REPORT-NAME
                   END-WRITE
                   PERFORM READ-NEXT-REPORT-LINE
           END-PERFORM.
       READ-NEXT-REPORT-LINE.
           MOVE SPACE TO REPORT-LINE.
           READ REPORT-FILE
                   AT END MOVE "Y" TO REPORT-FILE-AT-END.
       WRITE-RUN-CONTROL-ROW.
           MOVE SPACE TO REPORT-ARCHIVE-RECORD.
           MOVE RPA-REPORT-NAME TO ARC-REPORT-NAME.
           MOVE RUN-STAMP TO ARC-RUN-STAMP.
           MOVE RUN-OPERATOR TO ARC-OPERATOR.
           MOVE ZEROES TO ARC-LINE-NUMBER.
           MOVE LINES-FILED TO ARC-LINE-COUNT.
           MOVE RETAIN-UNTIL TO ARC-RETAIN-UNTIL.
           MOVE RPA-PROGRAM-ID TO ARC-PROGRAM-ID.
           MOVE RPA-REPORT-FILE TO ARC-REPORT-FILE.
           WRITE REPORT-ARCHIVE-RECORD
           INVALID KEY
                   DISPLAY "COULD NOT ARCHIVE REPORT "RPA-REPORT-NAME
                           ", STATUS: "ARCHIVE-FILE-STATUS
           NOT INVALID KEY
                   SET RPA-FILED TO TRUE
                   MOVE LINES-FILED TO RPA-LINES-FILED
           END-WRITE.
