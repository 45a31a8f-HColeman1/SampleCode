           88 CHOICE-MONTH-END-CLOSE  VALUE "41".
           88 CHOICE-INVOICE-CONVERT  VALUE "42".
           88 CHOICE-EMPLOYEE-CONVERT VALUE "43".
           88 CHOICE-CHECK-CONVERT    VALUE "44".
           88 CHOICE-BANK-RECON       VALUE "45".
           88 CHOICE-PURCHASE-ORDER   VALUE "46".
           88 CHOICE-RECEIVING        VALUE "47".
           88 CHOICE-INVOICE-DUP-SCAN VALUE "48".
           88 CHOICE-TIN-MATCHING     VALUE "49".
           88 CHOICE-HISTORY-CONVERT  VALUE "50".
           88 CHOICE-PROPOSAL-REVIEW  VALUE "51".
           88 CHOICE-VENDOR-ACCOUNT   VALUE "52".
           88 CHOICE-SPEND-ANALYSIS   VALUE "53".
           88 CHOICE-INTEGRITY-CHECK  VALUE "54".
           88 CHOICE-VENDOR-DOCUMENTS VALUE "55".
           88 CHOICE-DOCUMENT-EXPIRY  VALUE "56".
           88 CHOICE-DEPARTMENT-MAINT VALUE "57".
           88 CHOICE-AWARD-CATALOG    VALUE "58".
           88 CHOICE-GIFT-SELECTION   VALUE "59".
           88 CHOICE-AWARDS-CONVERT   VALUE "60".
           88 CHOICE-HR-FEED          VALUE "61".
           88 CHOICE-REPORT-ARCHIVE   VALUE "62".
           88 CHOICE-REPORT-RETENTION VALUE "63".
           88 CHOICE-BANK-ACCOUNTS    VALUE "64".
       01 KEEP-RUNNING-SWITCH PIC X VALUE "Y".
           88 KEEP-RUNNING VALUE "Y".
       01 OPERATOR-FILE-STATUS PIC XX.
               WHEN CHOICE-EMPLOYEE-CONVERT
                       MOVE "EMPCNV01" TO PROGRAM-TO-CALL
                       MOVE 3 TO REQUIRED-LEVEL
               WHEN CHOICE-CHECK-CONVERT
                       MOVE "APCCNV01" TO PROGRAM-TO-CALL
                       MOVE 3 TO REQUIRED-LEVEL
               WHEN CHOICE-BANK-RECON
                       MOVE "APBRC01" TO PROGRAM-TO-CALL
                       MOVE 2 TO REQUIRED-LEVEL
               WHEN CHOICE-PURCHASE-ORDER
                       MOVE "APPOE01" TO PROGRAM-TO-CALL
               WHEN CHOICE-RECEIVING
                       MOVE "APRCV01" TO PROGRAM-TO-CALL
               WHEN CHOICE-INVOICE-DUP-SCAN
                       MOVE "APDUP01" TO PROGRAM-TO-CALL
               WHEN CHOICE-TIN-MATCHING
                       MOVE "APTIN01" TO PROGRAM-TO-CALL
                       MOVE 2 TO REQUIRED-LEVEL
               WHEN CHOICE-HISTORY-CONVERT
                       MOVE "APHCNV01" TO PROGRAM-TO-CALL
                       MOVE 3 TO REQUIRED-LEVEL
               WHEN CHOICE-PROPOSAL-REVIEW
                       MOVE "APPRP01" TO PROGRAM-TO-CALL
                       MOVE 2 TO REQUIRED-LEVEL
               WHEN CHOICE-VENDOR-ACCOUNT
                       MOVE "APVIQ01" TO PROGRAM-TO-CALL
               WHEN CHOICE-SPEND-ANALYSIS
                       MOVE "APSPD01" TO PROGRAM-TO-CALL
               WHEN CHOICE-INTEGRITY-CHECK
                       MOVE "APFIC01" TO PROGRAM-TO-CALL
               WHEN CHOICE-VENDOR-DOCUMENTS
                       MOVE "VNDDOC01" TO PROGRAM-TO-CALL
                       MOVE 2 TO REQUIRED-LEVEL
               WHEN CHOICE-DOCUMENT-EXPIRY
                       MOVE "VNDDEX01" TO PROGRAM-TO-CALL
               WHEN CHOICE-DEPARTMENT-MAINT
                       MOVE "DEPMNT01" TO PROGRAM-TO-CALL
                       MOVE 2 TO REQUIRED-LEVEL
               WHEN CHOICE-AWARD-CATALOG
                       MOVE "AWDCAT01" TO PROGRAM-TO-CALL
                       MOVE 2 TO REQUIRED-LEVEL
               WHEN CHOICE-GIFT-SELECTION
                       MOVE "AWDSEL01" TO PROGRAM-TO-CALL
               WHEN CHOICE-AWARDS-CONVERT
                       MOVE "AWDCNV01" TO PROGRAM-TO-CALL
                       MOVE 3 TO REQUIRED-LEVEL
               WHEN CHOICE-HR-FEED
                       MOVE "EMPHRF01" TO PROGRAM-TO-CALL
                       MOVE 2 TO REQUIRED-LEVEL
               WHEN CHOICE-REPORT-ARCHIVE
                       MOVE "RPTINQ01" TO PROGRAM-TO-CALL
               WHEN CHOICE-REPORT-RETENTION
                       MOVE "RPTRET01" TO PROGRAM-TO-CALL
                       MOVE 2 TO REQUIRED-LEVEL
               WHEN CHOICE-BANK-ACCOUNTS
                       MOVE "APBNK01" TO PROGRAM-TO-CALL
                       MOVE 3 TO REQUIRED-LEVEL
               WHEN OTHER
                       DISPLAY "INVALID SELECTION"
           END-EVALUATE.
           DISPLAY " 41. RUN AP MONTH-END CLOSE".
           DISPLAY " 42. CONVERT OPEN INVOICE FILE".
           DISPLAY " 43. CONVERT EMPLOYEE MASTER FILE".
           DISPLAY " 44. CONVERT CHECK ISSUE FILE".
           DISPLAY " 45. RECONCILE BANK PAID ITEMS".
           DISPLAY " 46. ENTER PURCHASE ORDERS".
           DISPLAY " 47. RECORD GOODS RECEIVED ON A PO".
           DISPLAY " 48. RUN DUPLICATE INVOICE SCAN".
           DISPLAY " 49. IRS TIN MATCHING REQUEST / RESULTS".
           DISPLAY " 50. CONVERT PAYMENT HISTORY FILE".
           DISPLAY " 51. REVIEW PAYMENT PROPOSAL".
           DISPLAY " 52. VENDOR ACCOUNT INQUIRY".
           DISPLAY " 53. PRINT SPEND ANALYSIS".
           DISPLAY " 54. PROVE AP FILES AGREE".
           DISPLAY " 55. MAINTAIN VENDOR DOCUMENTS".
           DISPLAY " 56. PRINT VENDOR DOCUMENT EXPIRY".
           DISPLAY " 57. MAINTAIN DEPARTMENTS".
           DISPLAY " 58. MAINTAIN AWARD GIFT CATALOG".
           DISPLAY " 59. SERVICE AWARD GIFT SELECTION".
           DISPLAY " 60. CONVERT AWARDS-PAID REGISTER".
           DISPLAY " 61. APPLY HR DAILY FEED".
           DISPLAY " 62. REPORT ARCHIVE INQUIRY / REPRINT".
           DISPLAY " 63. MAINTAIN REPORT RETENTION".
           DISPLAY " 64. MAINTAIN BANK ACCOUNTS".
           DISPLAY "  0. EXIT".
           DISPLAY "ENTER SELECTION".
