*> comparison run cannot write the same milestone into payrollawards
*> twice. Suppressed awards show in the control totals; AWDMNT01
*> removes a register row for the genuine correction case.
*> A milestone the employee has taken as a gift from the award catalog
*> is already on the register (AWDSEL01 writes the row when the choice
*> is made), so it is suppressed here like one already paid and no
*> cash award goes out for it; rows this program writes are marked as
*> cash awards.
*> Employees who hit a 5-year service anniversary (5/10/15/20/25/30)
*> this period are also listed in a milestone file, in addition to the
*> long/short split above, so HR doesn't have to re-figure who gets
*> output. The checkpoint file itself keeps a fixed name since a
*> restart needs to find the checkpoint from a run made earlier the
*> same day.
*> Each run also writes a balanced GL journal, awardjournal (dated like
*> the other outputs), in the APPAY01 "glposting" layout: one debit
*> per payroll award to the award expense account of the employee's
*> department on the "departments" file kept by DEPMNT01, one
*> offsetting credit to accrued payroll for the run total, and a batch
*> total line. An employee with no department, or one not on file, is
*> charged to the suspense account for the accountant to reclass. The
*> credit and total are worked out from the journal as written, so a
*> restarted run still balances. A restart after the journal was
*> balanced finds it ending in its total line and leaves it alone.
*> The three printed lists (long-term, short-term and milestone
*> employees) are filed in the report archive through RPTARC01 once the
*> run closes them, where RPTINQ01 can find and reprint them.

IDENTIFICATION DIVISION.
PROGRAM-ID. EMPLOYEEREWARDS.
ORGANIZATION IS LINE SEQUENTIAL.
SELECT OUTFILE5 ASSIGN TO DYNAMIC DYN-OUTFILE5-NAME
ORGANIZATION IS LINE SEQUENTIAL.
SELECT OUTFILE6 ASSIGN TO DYNAMIC DYN-OUTFILE6-NAME
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS JOURNAL-FILE-STATUS.
SELECT DEPARTMENT-FILE ASSIGN TO "departments"
ORGANIZATION IS INDEXED
RECORD KEY IS DEPT-CODE
ACCESS MODE IS DYNAMIC
FILE STATUS IS DEPARTMENT-FILE-STATUS.
SELECT CHECKPOINT-FILE ASSIGN TO "rewardscheckpoint"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS CHECKPOINT-FILE-STATUS.
05 PAYROLL_MILESTONE_YEARS PIC 99.
05 PAYROLL_AWARD_AMOUNT PIC 9(5)V99.

FD OUTFILE6.
01 AWARD-JOURNAL-RECORD PIC X(40).

FD DEPARTMENT-FILE.
COPY DEPTREC.

FD CHECKPOINT-FILE.
01 CHECKPOINT-RECORD.
05 CKPT-RECORDS-READ PIC 9(7).
01 DYN-OUTFILE3-NAME PIC X(40).
01 DYN-OUTFILE4-NAME PIC X(40).
01 DYN-OUTFILE5-NAME PIC X(40).
01 DYN-OUTFILE6-NAME PIC X(40).

01 JOURNAL-FILE-STATUS PIC XX.
01 JOURNAL-AT-END PIC X.
01 JOURNAL-LAST-TYPE PIC X.
01 DEPARTMENT-FILE-STATUS PIC XX.
01 DEPARTMENT-OPEN-SWITCH PIC X VALUE "N".
88 DEPARTMENT-FILE-OPEN VALUE "Y".
01 ACCRUED-PAYROLL-ACCOUNT PIC X(8) VALUE "21300100".
01 SUSPENSE-GL-ACCOUNT PIC X(8) VALUE "99999999".
01 JOURNAL-DEBIT-TOTAL PIC 9(9)V99 VALUE 0.
01 JOURNAL-DEBIT-COUNT PIC 9(7) VALUE 0.
01 JOURNAL-SUSPENSE-COUNT PIC 9(7) VALUE 0.

01 AWARD-JOURNAL-DETAIL.
05 AJ-TYPE PIC X.
05 FILLER PIC X(1) VALUE SPACE.
05 AJ-ACCOUNT PIC X(8).
05 FILLER PIC X(1) VALUE SPACE.
05 AJ-AMOUNT PIC 9(9)V99.
05 FILLER PIC X(1) VALUE SPACE.
05 AJ-DATE PIC 9(8).
01 RESTART-SKIP-COUNT PIC 9(7) VALUE 0.
01 RESTARTED-SWITCH PIC X VALUE "N".
88 THIS-IS-A-RESTART VALUE "Y".

COPY BCHPARM.
COPY RPTPRM.

01 CONTROL-TOTALS.
05 CT-RECORDS-READ PIC 9(7) VALUE 0.
PERFORM 050_BUILD_DYNAMIC_FILENAMES.

PERFORM 080_OPEN_AWARDS_PAID.
PERFORM 085_OPEN_DEPARTMENTS.
OPEN INPUT INFILE.
IF FILE_CHECK NOT = "00" THEN
           DISPLAY "COULD NOT OPEN FILE EXIT STATUS IS: "FILE_CHECK
OPEN EXTEND OUTFILE3
OPEN EXTEND OUTFILE4
OPEN EXTEND OUTFILE5
OPEN EXTEND OUTFILE6
ELSE
OPEN OUTPUT OUTFILE1
OPEN OUTPUT OUTFILE2
OPEN OUTPUT OUTFILE3
OPEN OUTPUT OUTFILE4
OPEN OUTPUT OUTFILE5
OPEN OUTPUT OUTFILE6
END-IF.
IF NOT THIS-IS-A-RESTART
WRITE LONG_PRINT_LINES FROM EMPLOYEE_HEADER
CLOSE OUTFILE3.
CLOSE OUTFILE4.
CLOSE OUTFILE5.
CLOSE OUTFILE6.
IF DEPARTMENT-FILE-OPEN
CLOSE DEPARTMENT-FILE
END-IF.
PERFORM 420_BALANCE_AWARD_JOURNAL.
PERFORM 430_FILE_REPORTS_IN_ARCHIVE.
DISPLAY "CONTROL TOTALS FOR THIS RUN:".
DISPLAY "  RECORDS READ:        "CT-RECORDS-READ.
DISPLAY "  LONG TERM WRITTEN:   "CT-LONG-WRITTEN.
DISPLAY "  PAYROLL AWARDS WRITTEN: "CT-PAYROLL-WRITTEN.
DISPLAY "  REJECTED (BAD DATES): "CT-REJECTED.
DISPLAY "  AWARDS SUPPRESSED (ALREADY PAID): "CT-SUPPRESSED.
DISPLAY "  AWARD JOURNAL DEBITS: "JOURNAL-DEBIT-COUNT
" TOTAL: "JOURNAL-DEBIT-TOTAL.
MOVE CT-RECORDS-READ TO BATCH-RECORD-COUNT.
PERFORM 360_RESET_CHECKPOINT.

OPEN I-O AWARDS-PAID-FILE
END-IF.

085_OPEN_DEPARTMENTS.
OPEN INPUT DEPARTMENT-FILE.
IF DEPARTMENT-FILE-STATUS = "00"
MOVE "Y" TO DEPARTMENT-OPEN-SWITCH
ELSE
DISPLAY "NO DEPARTMENT FILE - AWARDS CHARGED TO SUSPENSE "
SUSPENSE-GL-ACCOUNT
END-IF.

040_SET_RUN_DATE_STAMP.
MOVE THE_CURRENT_YEAR TO RDS-YEAR.
MOVE THE_CURRENT_MONTH TO RDS-MONTH.
"." DELIMITED BY SIZE
CURRENT-RUN-SEQUENCE DELIMITED BY SIZE
INTO DYN-OUTFILE5-NAME.
STRING "awardjournal." DELIMITED BY SIZE
RUN-DATE-STAMP DELIMITED BY SIZE
"." DELIMITED BY SIZE
CURRENT-RUN-SEQUENCE DELIMITED BY SIZE
INTO DYN-OUTFILE6-NAME.

060_ASSIGN_RUN_SEQUENCE.
IF THIS-IS-A-RESTART
ELSE
PERFORM 260_WRITE_MILESTONE_RECORD
PERFORM 270_WRITE_PAYROLL_AWARD
PERFORM 275_WRITE_AWARD_JOURNAL
PERFORM 280_RECORD_AWARD_PAID
END-IF
END-IF.
MOVE HIT_MILESTONE_YEARS TO AWARD-MILESTONE-YEARS.
MOVE RUN-DATE-STAMP-NUM TO AWARD-PAID-DATE.
MOVE REWARD_AMOUNT(HIT_MILESTONE_INDEX) TO AWARD-PAID-AMOUNT.
SET AWARD-PAID-CASH TO TRUE.
MOVE SPACE TO AWARD-GIFT-ITEM.
WRITE AWARD-PAID-RECORD
INVALID KEY
DISPLAY "AWARD REGISTER ROW ALREADY ON FILE FOR "EMP-ID
WRITE PAYROLL_AWARD_RECORD.
ADD 1 TO CT-PAYROLL-WRITTEN.

275_WRITE_AWARD_JOURNAL.
MOVE "D" TO AJ-TYPE.
MOVE SUSPENSE-GL-ACCOUNT TO AJ-ACCOUNT.
IF DEPARTMENT-FILE-OPEN AND EMP-DEPARTMENT NOT = SPACE
MOVE EMP-DEPARTMENT TO DEPT-CODE
READ DEPARTMENT-FILE
INVALID KEY
CONTINUE
NOT INVALID KEY
IF DEPT-EXPENSE-ACCOUNT NOT = SPACE
MOVE DEPT-EXPENSE-ACCOUNT TO AJ-ACCOUNT
END-IF
END-READ
END-IF.
IF AJ-ACCOUNT = SUSPENSE-GL-ACCOUNT
DISPLAY "NO DEPARTMENT ACCOUNT FOR "EMP-ID
" - AWARD CHARGED TO SUSPENSE"
END-IF.
MOVE REWARD_AMOUNT(HIT_MILESTONE_INDEX) TO AJ-AMOUNT.
MOVE RUN-DATE-STAMP-NUM TO AJ-DATE.
WRITE AWARD-JOURNAL-RECORD FROM AWARD-JOURNAL-DETAIL.

300_WRITE_BAD_HIRE_DATE.
MOVE EMP-FIRST-NAME TO BAD_EMP_FIRST.
MOVE EMP-LAST-NAME TO BAD_EMP_LAST.
OPEN OUTPUT CHECKPOINT-FILE.
WRITE CHECKPOINT-RECORD.
CLOSE CHECKPOINT-FILE.

430_FILE_REPORTS_IN_ARCHIVE.
MOVE "REWARDS" TO RPA-PROGRAM-ID.
MOVE DYN-OUTFILE1-NAME TO RPA-REPORT-FILE.
MOVE "longtermemps" TO RPA-REPORT-NAME.
CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
MOVE DYN-OUTFILE2-NAME TO RPA-REPORT-FILE.
MOVE "shorttermemps" TO RPA-REPORT-NAME.
CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
MOVE DYN-OUTFILE4-NAME TO RPA-REPORT-FILE.
MOVE "milestoneemps" TO RPA-REPORT-NAME.
CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.

420_BALANCE_AWARD_JOURNAL.
MOVE ZERO TO JOURNAL-DEBIT-TOTAL.
MOVE ZERO TO JOURNAL-DEBIT-COUNT.
MOVE ZERO TO JOURNAL-SUSPENSE-COUNT.
MOVE "N" TO JOURNAL-AT-END.
MOVE SPACE TO JOURNAL-LAST-TYPE.
OPEN INPUT OUTFILE6.
PERFORM UNTIL JOURNAL-AT-END = "Y"
READ OUTFILE6 INTO AWARD-JOURNAL-DETAIL
AT END MOVE "Y" TO JOURNAL-AT-END
NOT AT END
MOVE AJ-TYPE TO JOURNAL-LAST-TYPE
IF AJ-TYPE = "D"
ADD AJ-AMOUNT TO JOURNAL-DEBIT-TOTAL
ADD 1 TO JOURNAL-DEBIT-COUNT
IF AJ-ACCOUNT = SUSPENSE-GL-ACCOUNT
ADD 1 TO JOURNAL-SUSPENSE-COUNT
END-IF
END-IF
END-READ
END-PERFORM.
CLOSE OUTFILE6.
IF JOURNAL-LAST-TYPE = "T"
DISPLAY "  AWARD JOURNAL ALREADY BALANCED"
ELSE
OPEN EXTEND OUTFILE6
MOVE RUN-DATE-STAMP-NUM TO AJ-DATE
IF JOURNAL-LAST-TYPE NOT = "C"
MOVE "C" TO AJ-TYPE
MOVE ACCRUED-PAYROLL-ACCOUNT TO AJ-ACCOUNT
MOVE JOURNAL-DEBIT-TOTAL TO AJ-AMOUNT
WRITE AWARD-JOURNAL-RECORD FROM AWARD-JOURNAL-DETAIL
END-IF
MOVE "T" TO AJ-TYPE
MOVE SPACE TO AJ-ACCOUNT
MOVE JOURNAL-DEBIT-TOTAL TO AJ-AMOUNT
WRITE AWARD-JOURNAL-RECORD FROM AWARD-JOURNAL-DETAIL
CLOSE OUTFILE6
END-IF.
IF JOURNAL-SUSPENSE-COUNT > 0
DISPLAY "  AWARDS CHARGED TO SUSPENSE: "JOURNAL-SUSPENSE-COUNT
END-IF.
