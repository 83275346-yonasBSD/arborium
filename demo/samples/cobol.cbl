
           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.


           SELECT BANK-ACCOUNT-MASTER ASSIGN TO "BANKMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAM-EMP-ID
               FILE STATUS IS WS-BAM-FILE-STATUS.

      *> Sort work files: the register detail, deduction, timecard,
      *> and audit-summary paths run through SORT instead of
      *> in-core tables so the pass scales with the master instead
      *> of hitting a hard ceiling; so does the fraud screen's
      *> shared-account pass over the bank master, and the
      *> headcount pass that puts each department's pay in order
           SELECT SORT-DETAIL-FILE ASSIGN TO "SORTWK1".

           SELECT SORT-DED-FILE ASSIGN TO "SORTWK2".

           SELECT SORT-AUD-FILE ASSIGN TO "SORTWK4".

           SELECT SORT-BANK-FILE ASSIGN TO "SORTWK5".

           SELECT SORT-HEAD-FILE ASSIGN TO "SORTWK6".

           SELECT SORT-HR-FILE ASSIGN TO "SORTWK7".

           SELECT DEDUCT-WORK-FILE ASSIGN TO "DEDWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DWK-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TWK-FILE-STATUS.

      *> Check-print run: the register's check candidates, the
      *> check-stock control record, the printed check and stub
      *> images, the check register, the positive-pay issue file
      *> for the bank, the running history of every check issued
      *> or voided, and the void/reissue transactions
           SELECT CHECK-CANDIDATE-FILE ASSIGN TO "CHKCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKC-FILE-STATUS.

      *> The candidate generation a producing run is about to
      *> supersede, read back to make sure the check run has had it
           SELECT OPTIONAL PRIOR-CANDIDATE-FILE ASSIGN TO "PRVCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-FILE-STATUS.

           SELECT CHECK-STOCK-FILE ASSIGN TO "CHKSTOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSK-FILE-STATUS.

           SELECT CHECK-PRINT-FILE ASSIGN TO "CHKPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKR-FILE-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPY-FILE-STATUS.

           SELECT OPTIONAL CHECK-HISTORY ASSIGN TO "CHKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKH-FILE-STATUS.

           SELECT CHECK-VOID-FILE ASSIGN TO "CHKVOID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKV-FILE-STATUS.

      *> Bank returns and notifications of change, the returns
      *> report operations works from, and the history of entries
      *> already applied so a resent bank file is not applied twice
           SELECT BANK-RETURN-FILE ASSIGN TO "BANKRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT RETURNS-REPORT ASSIGN TO "RTNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNR-FILE-STATUS.

           SELECT OPTIONAL RETURN-HISTORY ASSIGN TO "RTNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTH-FILE-STATUS.

           SELECT OPTIONAL GARNISHMENT-MASTER ASSIGN TO "GARNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRN-KEY
               FILE STATUS IS WS-GRN-FILE-STATUS.

           SELECT GARNISHMENT-REMITTANCE ASSIGN TO "GARNRMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRR-FILE-STATUS.

           SELECT GARNISHMENT-REPORT ASSIGN TO "GARNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRP-FILE-STATUS.

           SELECT YEAREND-STATEMENTS ASSIGN TO "W2STMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W2S-FILE-STATUS.

           SELECT WAGE-TRANSMITTAL ASSIGN TO "W2XMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W2X-FILE-STATUS.

           SELECT YTD-YEAREND-ARCHIVE ASSIGN TO "YTDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEA-FILE-STATUS.

           SELECT OFFCYCLE-REQUESTS ASSIGN TO "OFCREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFQ-FILE-STATUS.

           SELECT DEPT-TRANSACTIONS ASSIGN TO "DEPTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTR-FILE-STATUS.

           SELECT DEPT-MAINT-REPORT ASSIGN TO "DEPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRPT-FILE-STATUS.

           SELECT BANK-CHANGE-TRANS ASSIGN TO "BANKTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BTR-FILE-STATUS.

      *> Keyed bank-account changes waiting on a second operator;
      *> absent until the first change is keyed
           SELECT OPTIONAL BANK-PENDING-CHANGES ASSIGN TO "BANKPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BPN-EMP-ID
               FILE STATUS IS WS-BPN-FILE-STATUS.

           SELECT BANK-CHANGE-REPORT ASSIGN TO "BANKCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCR-FILE-STATUS.

           SELECT FRAUD-SCREEN-REPORT ASSIGN TO "FRAUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRD-FILE-STATUS.

      *> Labor distribution: each employee's pay split across cost
      *> centers and projects by percentage, keyed by employee and
      *> effective date; absent until the first split is loaded,
      *> and an employee with no split is charged to the
      *> department's cost center as before
           SELECT OPTIONAL LABOR-DIST-MASTER ASSIGN TO "LABDIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDM-KEY
               FILE STATUS IS WS-LDM-FILE-STATUS.

           SELECT LABOR-DIST-REPORT ASSIGN TO "LABDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDR-FILE-STATUS.

      *> Monthly headcount report, and the trend file it rolls
      *> forward: HEADTRIN is the current generation, HEADTRND the
      *> new one
           SELECT HEADCOUNT-REPORT ASSIGN TO "HEADRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCR-FILE-STATUS.

           SELECT OPTIONAL HEADCOUNT-TREND-IN ASSIGN TO "HEADTRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HTI-FILE-STATUS.

           SELECT HEADCOUNT-TREND ASSIGN TO "HEADTRND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HTO-FILE-STATUS.

      *> HR system feed: the daily change file on an HRLOAD run, the
      *> full roster on the weekly compare. Same layout either way.
           SELECT HR-FEED ASSIGN TO "HRFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRF-FILE-STATUS.

           SELECT HR-MAPPING-REPORT ASSIGN TO "HRMAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HMR-FILE-STATUS.

           SELECT HR-COMPARE-REPORT ASSIGN TO "HRCMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER
           05 YTD-EXCEPTIONS    PIC 9(3).
           05 YTD-LAST-POSTED   PIC 9(8).
           05 YTD-LAST-EXC-DATE PIC 9(8).
      *> Employer payroll taxes for the year: the USD wages already
      *> taxed toward the social security and unemployment wage
      *> bases, the employer tax posted, and the taxed wages of the
      *> period stamped in YTD-LAST-POSTED so a rerun can back them
      *> out before testing the caps
           05 YTD-ER-SS-WAGES   PIC 9(9)V99.
           05 YTD-ER-UI-WAGES   PIC 9(9)V99.
           05 YTD-ER-SS-TAX     PIC 9(7)V99.
           05 YTD-ER-MED-TAX    PIC 9(7)V99.
           05 YTD-ER-UI-TAX     PIC 9(7)V99.
           05 YTD-PER-SS-WAGES  PIC 9(9)V99.
           05 YTD-PER-UI-WAGES  PIC 9(9)V99.
      *> USD tax withheld for the year, in total and under the first
      *> four jurisdictions the employee was taxed in (anything past
      *> the fourth is in the total only and prints as other), and
      *> the USD deductions split pre-tax and post-tax by DED-TYPE -
      *> what the year-end statement is built from
           05 YTD-TAX-WITHHELD  PIC 9(9)V99.
           05 YTD-TAX-JURIS-ENTRY OCCURS 4 TIMES
                                  INDEXED BY YTD-TJ-IDX.
              10 YTD-TAX-JURIS     PIC X(2).
              10 YTD-TAX-JURIS-AMT PIC 9(7)V99.
           05 YTD-PRETAX-DEDUCT PIC 9(9)V99.
           05 YTD-POSTTAX-DEDUCT PIC 9(9)V99.
      *> The last off-cycle batch posted to the employee: its pay
      *> date and batch number, the USD wages it taxed toward the
      *> employer wage bases, and the vacation hours a final pay in
      *> it paid out, so a resubmitted batch neither posts twice
      *> nor loses the payout
           05 YTD-OFC-PAY-DATE  PIC 9(8).
           05 YTD-OFC-BATCH     PIC 9(2).
           05 YTD-OFC-SS-WAGES  PIC 9(9)V99.
           05 YTD-OFC-UI-WAGES  PIC 9(9)V99.
           05 YTD-OFC-VAC-HOURS PIC 9(5)V99.

       FD  YTD-REPORT
           LABEL RECORDS ARE STANDARD.

      *> Employee bank accounts for direct deposit; the prenote flag
      *> is V once the zero-value test deposit has cleared - anyone
      *> else is paid by check, never dropped. Blank (or N) means a
      *> new or changed account still owed a prenote; P means the
      *> prenote went out on BAM-PRENOTE-DATE and is waiting out the
      *> return window; R means the bank returned an entry and the
      *> account is not to be used until it is changed.
       FD  BANK-ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  BANK-MASTER-RECORD.
           05 BAM-ACCOUNT       PIC X(17).
           05 BAM-ACCT-TYPE     PIC X(1).
           05 BAM-PRENOTE       PIC X(1).
           05 BAM-PRENOTE-DATE  PIC 9(8).
      *> Change control: the date and the two operators of the last
      *> approved change, and the routing/account that approval
      *> covered. Only BANKCHG sets them; the fraud screen flags a
      *> deposit to any account these do not vouch for.
           05 BAM-CHANGE-DATE   PIC 9(8).
           05 BAM-KEYED-BY      PIC X(8).
           05 BAM-APPROVED-BY   PIC X(8).
           05 BAM-APPROVED-ROUTING PIC X(9).
           05 BAM-APPROVED-ACCOUNT PIC X(17).

       FD  BANK-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BPY-RECORD           PIC X(47).

      *> Per-period hours for hourly staff, one record per employee
      *> or one per block of hours worked on a project; overtime is
      *> paid at time-and-a-half on top of the regular hours. A
      *> blank project leaves the hours to the labor distribution
      *> split.
       FD  TIMECARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  TMC-RECORD.
           05 TMC-EMP-ID        PIC 9(6).
           05 TMC-REG-HOURS     PIC 9(3)V99.
           05 TMC-OT-HOURS      PIC 9(3)V99.
           05 TMC-PROJECT       PIC X(8).

      *> Vacation and sick balances in hours, one record per
      *> employee; available is always accrued minus taken, never
      *> master
       FD  EMPLOYEE-ARCHIVE
           LABEL RECORDS ARE STANDARD.
       01  ARCHE-RECORD         PIC X(300).

      *> The live deductions file rewritten without the purged
      *> employees' rows; the swap step replaces DEDMAST with it
           05 STM-EMP-ID        PIC 9(6).
           05 STM-REG-HOURS     PIC 9(3)V99.
           05 STM-OT-HOURS      PIC 9(3)V99.
           05 STM-PROJECT       PIC X(8).

       SD  SORT-AUD-FILE.
       01  SORT-AUD-RECORD.
           05 SA-DATE           PIC X(8).
           05 SA-ACTION         PIC X(1).

       SD  SORT-BANK-FILE.
       01  SORT-BANK-RECORD.
           05 SB-ROUTING        PIC X(9).
           05 SB-ACCOUNT        PIC X(17).
           05 SB-EMP-ID         PIC 9(6).

       SD  SORT-HEAD-FILE.
       01  SORT-HEAD-RECORD.
           05 SH-DEPT           PIC X(10).
           05 SH-USD-SALARY     PIC 9(9)V99.

      *> HR feed details in worker order, arrival sequence kept
      *> within a worker so a day's events apply as HR made them
       SD  SORT-HR-FILE.
       01  SORT-HR-RECORD.
           05 SHR-WORKER-ID     PIC X(9).
           05 SHR-SEQ           PIC 9(7).
           05 SHR-DATA          PIC X(150).

      *> DEDMAST sorted into employee order so the register pass
      *> match-merges deductions against the master instead of
      *> holding the whole file in storage
           05 TWK-EMP-ID        PIC 9(6).
           05 TWK-REG-HOURS     PIC 9(3)V99.
           05 TWK-OT-HOURS      PIC 9(3)V99.
           05 TWK-PROJECT       PIC X(8).

      *> Check candidates cut by the register output pass: an H
      *> header naming the run that produced them, one D detail
      *> per register line that could not go to the bank, and a T
      *> trailer carrying the detail count and the run's check
      *> total
       FD  CHECK-CANDIDATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CKC-RECORD           PIC X(120).

       FD  PRIOR-CANDIDATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRV-RECORD           PIC X(120).

      *> One-record check-stock control: the next check number on
      *> the stock loaded in the printer and the disbursement
      *> account the checks draw on
       FD  CHECK-STOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CSK-RECORD           PIC X(80).

       FD  CHECK-PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CKP-PRINT-LINE       PIC X(80).

       FD  CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CKR-PRINT-LINE       PIC X(132).

       FD  POSITIVE-PAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PPY-RECORD           PIC X(80).

      *> Every check issued (I) or voided (V), and a B record per
      *> candidate batch printed, appended run after run like the
      *> control history; a void is looked up here
       FD  CHECK-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  CKH-RECORD           PIC X(90).

       FD  CHECK-VOID-FILE
           LABEL RECORDS ARE STANDARD.
       01  CKV-CARD             PIC X(80).

       FD  BANK-RETURN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RTN-RECORD           PIC X(100).

       FD  RETURNS-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RTNR-PRINT-LINE      PIC X(132).

       FD  RETURN-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  RTH-RECORD           PIC X(60).

      *> Wage attachment orders, one per employee and case number.
      *> Type C child support, S student loan, G creditor (any other
      *> code is capped as a creditor order). Method A takes the
      *> per-period amount, P the percentage of disposable earnings.
      *> A zero total owed is an open-ended order. Status A active,
      *> P paid off, S suspended by the agency. The prior paid and
      *> arrears figures are the order as it stood before the period
      *> in GRN-LAST-PERIOD, so a rerun of that period starts over.
       FD  GARNISHMENT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  GARN-MASTER-RECORD.
           05 GRN-KEY.
              10 GRN-EMP-ID        PIC 9(6).
              10 GRN-CASE-NO       PIC X(15).
           05 GRN-ORDER-TYPE       PIC X(1).
           05 GRN-PRIORITY         PIC 9(2).
           05 GRN-CALC-METHOD      PIC X(1).
           05 GRN-PERIOD-AMOUNT    PIC 9(7)V99.
           05 GRN-PERCENT          PIC 9(3)V99.
           05 GRN-TOTAL-OWED       PIC 9(9)V99.
           05 GRN-PAID-TO-DATE     PIC 9(9)V99.
           05 GRN-ARREARS          PIC 9(9)V99.
           05 GRN-AGENCY-ID        PIC X(10).
           05 GRN-AGENCY-NAME      PIC X(30).
           05 GRN-STATUS           PIC X(1).
           05 GRN-LAST-PERIOD      PIC 9(8).
           05 GRN-PRIOR-PAID       PIC 9(9)V99.
           05 GRN-PRIOR-ARREARS    PIC 9(9)V99.

      *> What the register took for each agency this period (H/D/T),
      *> for accounts payable to send on
       FD  GARNISHMENT-REMITTANCE
           LABEL RECORDS ARE STANDARD.
       01  GRR-RECORD           PIC X(100).

       FD  GARNISHMENT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  GRP-PRINT-LINE       PIC X(132).

      *> YEAREND outputs: the printed wage and tax statements, the
      *> electronic transmittal (E employer, W employee, T totals),
      *> and the closed year's YTD records, each stamped with the
      *> year, kept before YTDMAST is cleared for January
       FD  YEAREND-STATEMENTS
           LABEL RECORDS ARE STANDARD.
       01  W2S-PRINT-LINE       PIC X(80).

       FD  WAGE-TRANSMITTAL
           LABEL RECORDS ARE STANDARD.
       01  W2X-RECORD           PIC X(200).

       FD  YTD-YEAREND-ARCHIVE
           LABEL RECORDS ARE STANDARD.
       01  YEA-RECORD           PIC X(300).

      *> Off-cycle payment requests: an H header with the pay date
      *> and batch number, one D detail per payment - B bonus, C
      *> correction or manual pay, F final pay - carrying either an
      *> amount or hours at the employee's rate, and a T trailer
      *> with the detail count and the amount and hours hashes the
      *> batch must prove
       FD  OFFCYCLE-REQUESTS
           LABEL RECORDS ARE STANDARD.
       01  OFQ-RECORD.
           05 OFQ-TYPE          PIC X(1).
           05 OFQ-EMP-ID        PIC 9(6).
           05 OFQ-PAY-TYPE      PIC X(1).
           05 OFQ-AMOUNT        PIC 9(7)V99.
           05 OFQ-HOURS         PIC 9(3)V99.
           05 OFQ-REASON        PIC X(30).
       01  OFQ-HEADER-RECORD.
           05 OFQ-HDR-TYPE      PIC X(1).
           05 OFQ-HDR-PAY-DATE  PIC X(8).
           05 OFQ-HDR-BATCH     PIC X(2).
       01  OFQ-TRAILER-RECORD.
           05 OFQ-TRL-TYPE      PIC X(1).
           05 OFQ-TRL-COUNT     PIC 9(5).
           05 OFQ-TRL-AMOUNT    PIC 9(11)V99.
           05 OFQ-TRL-HOURS     PIC 9(7)V99.

      *> DEPTMAINT input: an "H" header with the batch date, A/C/D
      *> details - an add or change carries the whole department
      *> image, a delete needs only the code - and a "T" trailer
      *> with the detail count and band-maximum hash the batch must
      *> prove before anything is applied
       FD  DEPT-TRANSACTIONS
           LABEL RECORDS ARE STANDARD.
       01  DTR-RECORD.
           05 DTR-ACTION-CODE   PIC X(1).
           05 DTR-DEPT-CODE     PIC X(10).
           05 DTR-DEPT-NAME     PIC X(30).
           05 DTR-COST-CENTER   PIC X(6).
           05 DTR-MIN-SALARY    PIC 9(7)V99.
           05 DTR-MAX-SALARY    PIC 9(7)V99.
       01  DTR-HEADER-RECORD.
           05 DTR-HDR-TYPE      PIC X(1).
           05 DTR-HDR-DATE      PIC 9(8).
       01  DTR-TRAILER-RECORD.
           05 DTR-TRL-TYPE      PIC X(1).
           05 DTR-TRL-COUNT     PIC 9(5).
           05 DTR-TRL-HASH      PIC 9(11)V99.

       FD  DEPT-MAINT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  DRPT-PRINT-LINE      PIC X(132).

      *> BANKCHG input: an "H" header with the batch date, details,
      *> and a "T" trailer with the detail count and a hash of the
      *> employee ids. C keys a new or replacement account and D
      *> keys its removal; A approves the change pending for the
      *> employee and must repeat the keyed routing, account and
      *> type; X declines it.
       FD  BANK-CHANGE-TRANS
           LABEL RECORDS ARE STANDARD.
       01  BTR-RECORD.
           05 BTR-ACTION-CODE   PIC X(1).
           05 BTR-EMP-ID        PIC 9(6).
           05 BTR-ROUTING       PIC X(9).
           05 BTR-ACCOUNT       PIC X(17).
           05 BTR-ACCT-TYPE     PIC X(1).
       01  BTR-HEADER-RECORD.
           05 BTR-HDR-TYPE      PIC X(1).
           05 BTR-HDR-DATE      PIC 9(8).
       01  BTR-TRAILER-RECORD.
           05 BTR-TRL-TYPE      PIC X(1).
           05 BTR-TRL-COUNT     PIC 9(5).
           05 BTR-TRL-HASH      PIC 9(11).

      *> One keyed change per employee, held until a different
      *> operator approves or declines it
       FD  BANK-PENDING-CHANGES
           LABEL RECORDS ARE STANDARD.
       01  BANK-PENDING-RECORD.
           05 BPN-EMP-ID        PIC 9(6).
           05 BPN-ACTION        PIC X(1).
           05 BPN-ROUTING       PIC X(9).
           05 BPN-ACCOUNT       PIC X(17).
           05 BPN-ACCT-TYPE     PIC X(1).
           05 BPN-KEYED-BY      PIC X(8).
           05 BPN-KEYED-DATE    PIC 9(8).
           05 BPN-KEYED-TIME    PIC 9(6).

       FD  BANK-CHANGE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  BCR-PRINT-LINE       PIC X(132).

       FD  FRAUD-SCREEN-REPORT
           LABEL RECORDS ARE STANDARD.
       01  FRD-PRINT-LINE       PIC X(132).

      *> Up to ten split lines, percentages summing to 100.00. A
      *> blank cost center on a line means the department's own;
      *> a blank project means the line carries no project. The
      *> register uses the latest split effective on or before the
      *> period end.
       FD  LABOR-DIST-MASTER
           LABEL RECORDS ARE STANDARD.
       01  LABOR-DIST-RECORD.
           05 LDM-KEY.
              10 LDM-EMP-ID        PIC 9(6).
              10 LDM-EFF-DATE      PIC 9(8).
           05 LDM-LINE-COUNT       PIC 9(2).
           05 LDM-LINE OCCURS 10 TIMES INDEXED BY LDM-IDX.
              10 LDM-COST-CENTER   PIC X(6).
              10 LDM-PROJECT       PIC X(8).
              10 LDM-PERCENT       PIC 9(3)V99.

       FD  LABOR-DIST-REPORT
           LABEL RECORDS ARE STANDARD.
       01  LDR-PRINT-LINE       PIC X(132).

       FD  HEADCOUNT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  HCR-PRINT-LINE       PIC X(132).

      *> Only the key and the figures carried into the next month's
      *> report are named here; WS-HTR-RECORD is the full layout
       FD  HEADCOUNT-TREND-IN
           LABEL RECORDS ARE STANDARD.
       01  HTI-RECORD.
           05 HTI-MONTH         PIC 9(6).
           05 HTI-DEPT          PIC X(10).
           05 FILLER            PIC X(30).
           05 HTI-CLOSING       PIC 9(6).
           05 HTI-TURNOVER      PIC 9(3)V99.
           05 FILLER            PIC X(71).

       FD  HEADCOUNT-TREND
           LABEL RECORDS ARE STANDARD.
       01  HTO-RECORD           PIC X(128).

      *> An "H" header carries HR's extract date and a "T" trailer
      *> the count of "D" details; WS-HRW-RECORD is the detail
      *> layout
       FD  HR-FEED
           LABEL RECORDS ARE STANDARD.
       01  HRF-RECORD.
           05 HRF-REC-TYPE      PIC X(1).
           05 HRF-EVENT         PIC X(2).
           05 HRF-WORKER-ID     PIC X(9).
           05 FILLER            PIC X(138).
       01  HRF-HEADER-RECORD.
           05 HRF-HDR-TYPE      PIC X(1).
           05 HRF-HDR-DATE      PIC X(10).
       01  HRF-TRAILER-RECORD.
           05 HRF-TRL-TYPE      PIC X(1).
           05 HRF-TRL-COUNT     PIC 9(7).

       FD  HR-MAPPING-REPORT
           LABEL RECORDS ARE STANDARD.
       01  HMR-PRINT-LINE       PIC X(132).

       FD  HR-COMPARE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  HCP-PRINT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-SUM-UPDATES        PIC 9(5)  VALUE 0.
       01 WS-SUM-DELETES        PIC 9(5)  VALUE 0.
       01 WS-SUM-PURGES         PIC 9(5)  VALUE 0.
       01 WS-SUM-DEPTS          PIC 9(5)  VALUE 0.
       01 WS-SUM-BANKS          PIC 9(5)  VALUE 0.
       01 WS-SUM-VOIDS          PIC 9(5)  VALUE 0.
       01 WS-SUM-REISSUES       PIC 9(5)  VALUE 0.

       01 WS-AUDRPT-HEADING     PIC X(32) VALUE
           "AUDIT TRAIL ACTIVITY REPORT".
          05 FILLER             PIC X(8)  VALUE "  PURGES".
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 WS-ASL-PURGES      PIC ZZZZ9.
          05 FILLER             PIC X(7)  VALUE "  DEPTS".
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 WS-ASL-DEPTS       PIC ZZZZ9.
          05 FILLER             PIC X(7)  VALUE "  BANKS".
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 WS-ASL-BANKS       PIC ZZZZ9.
          05 FILLER             PIC X(7)  VALUE "  VOIDS".
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 WS-ASL-VOIDS       PIC ZZZZ9.
          05 FILLER             PIC X(10) VALUE "  REISSUES".
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 WS-ASL-REISSUES    PIC ZZZZ9.

       01 WS-AUDSEL-TOTAL-LINE.
          05 FILLER             PIC X(18) VALUE "RECORDS SELECTED: ".
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-AJC-REJECTS   PIC ZZZZ9.

      *> GL posting interface: the validated payroll spread into a
      *> salary-expense debit per cost center and project by the
      *> labor distribution, with the credit side split into what
      *> is owed - net pay, tax withheld, and deductions - plus the
      *> employer's own payroll tax expense (spread the same way)
      *> and liabilities; the trailer's debit and credit totals must
      *> balance before the feed is released, else the step fails
      *> with RETURN-CODE 12. Net pay payable keeps the old payroll
      *> clearing account the bank feed clears against.
       01 WS-GL-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-GL-SALARY-EXPENSE-ACCT PIC X(6) VALUE "601000".
       01 WS-GL-NET-PAY-ACCT    PIC X(6)  VALUE "210500".
       01 WS-GL-DEBIT-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-GL-CREDIT-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-GL-RECORD-COUNT    PIC 9(5)  VALUE 0.
       01 WS-GL-BALANCED        PIC X(1)  VALUE "Y".
          88 GL-BALANCED                  VALUE "Y".
      *> The run's labor cost by cost center and project, built as
      *> each employee is paid: gross pay (retro aside, which posts
      *> under its own account) and the employer's tax on it
       01 WS-LDT-COUNT          PIC 9(3)  VALUE 0.
       01 WS-LDT-TABLE.
          05 WS-LDT-ENTRY OCCURS 1 TO 200 TIMES
                           DEPENDING ON WS-LDT-COUNT
                           INDEXED BY WS-LDT-IDX.
             10 WS-LDT-COST-CENTER PIC X(6).
             10 WS-LDT-PROJECT   PIC X(8).
             10 WS-LDT-GROSS     PIC S9(11)V99.
             10 WS-LDT-ER-TAX    PIC S9(11)V99.

      *> The project rides after the amount, on the salary and
      *> employer-tax expense debits only; every other posting
      *> leaves it blank
       01 WS-GL-POSTING-RECORD.
          05 WS-GL-P-TYPE        PIC X(1).
          05 WS-GL-P-ACCOUNT     PIC X(6).
          05 WS-GL-P-COST-CENTER PIC X(6).
          05 WS-GL-P-DRCR        PIC X(2).
          05 WS-GL-P-AMOUNT      PIC 9(11)V99.
          05 WS-GL-P-PROJECT     PIC X(8)  VALUE SPACES.

       01 WS-GL-TRAILER-RECORD.
          05 WS-GL-T-TYPE        PIC X(1).
          05 WS-GL-T-DEBITS      PIC 9(11)V99.
          05 WS-GL-T-CREDITS     PIC 9(11)V99.

      *> Liabilities: tax withheld is credited per EMP-TAX-JURIS and
      *> deductions per DED-TYPE, the jurisdiction or deduction type
      *> riding in the posting's cost-center column. Each
      *> employee's USD deduction total is spread over the itemized
      *> rows with the rounding left on the last row, so the
      *> payables always foot to WS-GRAND-DEDUCT.
       01 WS-GL-TAX-WITHHELD-ACCT PIC X(6) VALUE "220100".
       01 WS-GL-DEDUCTION-ACCT  PIC X(6)  VALUE "230100".
       01 WS-TWJ-COUNT          PIC 9(3)  VALUE 0.
       01 WS-TWJ-TABLE.
          05 WS-TWJ-ENTRY OCCURS 1 TO 50 TIMES
                           DEPENDING ON WS-TWJ-COUNT
                           INDEXED BY WS-TWJ-IDX.
             10 WS-TWJ-JURIS     PIC X(2).
             10 WS-TWJ-AMOUNT    PIC 9(11)V99.
       01 WS-DPY-COUNT          PIC 9(3)  VALUE 0.
       01 WS-DPY-TABLE.
          05 WS-DPY-ENTRY OCCURS 1 TO 50 TIMES
                           DEPENDING ON WS-DPY-COUNT
                           INDEXED BY WS-DPY-IDX.
             10 WS-DPY-TYPE      PIC X(2).
             10 WS-DPY-AMOUNT    PIC S9(11)V99.
      *> Deduction types taken before tax - retirement, medical,
      *> dental, vision, flexible spending, health savings. They
      *> come off the wages reported at year end; every other type
      *> is post-tax.
       01 WS-DED-POST-TYPE      PIC X(2)  VALUE SPACES.
          88 DED-TYPE-PRETAX    VALUE "RT" "MD" "DN" "VS" "FS" "HS".
       01 WS-DED-USD-AMOUNT     PIC S9(11)V99 VALUE 0.
       01 WS-DED-USD-SUM        PIC S9(11)V99 VALUE 0.
       01 WS-EMP-USD-PRETAX     PIC S9(9)V99 VALUE 0.
       01 WS-EMP-USD-POSTTAX    PIC S9(9)V99 VALUE 0.

      *> Employer payroll taxes: social security and Medicare match
      *> and unemployment, costed per employee on USD wages (retro
      *> included) with the social security and unemployment wage
      *> bases tested against YTDMAST. Expense is debited by cost
      *> center; each tax is credited to its own liability. Rates
      *> and wage bases are reset here each January.
       01 WS-GL-ER-TAX-EXPENSE-ACCT PIC X(6) VALUE "602000".
       01 WS-GL-ER-SS-ACCT      PIC X(6)  VALUE "221100".
       01 WS-GL-ER-MED-ACCT     PIC X(6)  VALUE "221200".
       01 WS-GL-ER-UI-ACCT      PIC X(6)  VALUE "221300".
       01 WS-ER-SS-RATE         PIC 9(2)V99 VALUE 6.20.
       01 WS-ER-SS-WAGE-BASE    PIC 9(7)V99 VALUE 176100.00.
       01 WS-ER-MED-RATE        PIC 9(2)V99 VALUE 1.45.
       01 WS-ER-UI-RATE         PIC 9(2)V99 VALUE 0.60.
       01 WS-ER-UI-WAGE-BASE    PIC 9(7)V99 VALUE 7000.00.
       01 WS-EMP-USD-RETRO-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-ER-WAGES           PIC S9(11)V99 VALUE 0.
       01 WS-ER-SS-PRIOR        PIC S9(9)V99 VALUE 0.
       01 WS-ER-UI-PRIOR        PIC S9(9)V99 VALUE 0.
       01 WS-ER-SS-SUBJECT      PIC S9(11)V99 VALUE 0.
       01 WS-ER-UI-SUBJECT      PIC S9(11)V99 VALUE 0.
       01 WS-ER-SS-TAX          PIC 9(9)V99 VALUE 0.
       01 WS-ER-MED-TAX         PIC 9(9)V99 VALUE 0.
       01 WS-ER-UI-TAX          PIC 9(9)V99 VALUE 0.
       01 WS-ER-GRAND-WAGES     PIC S9(11)V99 VALUE 0.
       01 WS-ER-GRAND-SS        PIC 9(11)V99 VALUE 0.
       01 WS-ER-GRAND-MED       PIC 9(11)V99 VALUE 0.
       01 WS-ER-GRAND-UI        PIC 9(11)V99 VALUE 0.
       01 WS-ER-GRAND-TAX       PIC 9(11)V99 VALUE 0.
       01 WS-ER-CC-TAX          PIC 9(11)V99 VALUE 0.
       01 WS-ERCC-COUNT         PIC 9(3)  VALUE 0.
       01 WS-ERCC-TABLE.
          05 WS-ERCC-ENTRY OCCURS 1 TO 50 TIMES
                            DEPENDING ON WS-ERCC-COUNT
                            INDEXED BY WS-ERCC-IDX.
             10 WS-ERCC-CODE     PIC X(6).
             10 WS-ERCC-WAGES    PIC S9(11)V99.
             10 WS-ERCC-SS       PIC 9(11)V99.
             10 WS-ERCC-MED      PIC 9(11)V99.
             10 WS-ERCC-UI       PIC 9(11)V99.
       01 WS-ER-PROOF-DEBITS    PIC S9(11)V99 VALUE 0.
       01 WS-ER-PROOF-CREDITS   PIC S9(11)V99 VALUE 0.

      *> Payroll register print layouts
       01 WS-REPORT-HEADING.
          05 FILLER           PIC X(17) VALUE "PAYROLL REGISTER ".
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-CT-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.

      *> Employer-cost summary page closing the register: wages and
      *> employer taxes by cost center, then every GL credit the
      *> feed will carry, proven against the debits before release
       01 WS-ER-SUMMARY-HEADING.
          05 FILLER           PIC X(30) VALUE
              "EMPLOYER COST SUMMARY  PERIOD ".
          05 WS-ESH-PERIOD    PIC 9(8).

       01 WS-ER-SUMMARY-COLUMNS.
          05 FILLER           PIC X(10) VALUE "COST CTR".
          05 FILLER           PIC X(18) VALUE "             WAGES".
          05 FILLER           PIC X(15) VALUE "       SS MATCH".
          05 FILLER           PIC X(15) VALUE "       MEDICARE".
          05 FILLER           PIC X(15) VALUE "   UNEMPLOYMENT".
          05 FILLER           PIC X(15) VALUE "   EMPLOYER TAX".
          05 FILLER           PIC X(18) VALUE "        TOTAL COST".

       01 WS-ER-SUMMARY-LINE.
          05 WS-ESL-CODE      PIC X(6).
          05 FILLER           PIC X(4)  VALUE SPACES.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-ESL-WAGES     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-ESL-SS        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-ESL-MED       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-ESL-UI        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-ESL-TAX       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-ESL-COST      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-ER-CREDIT-HEADING.
          05 FILLER           PIC X(30) VALUE
              "GL CREDITS ON THIS FEED".
          05 FILLER           PIC X(14) VALUE "ACCOUNT  SUB".

       01 WS-ER-CREDIT-LINE.
          05 WS-ECL-LABEL     PIC X(30).
          05 WS-ECL-ACCOUNT   PIC X(6).
          05 FILLER           PIC X(3)  VALUE SPACES.
          05 WS-ECL-SUB       PIC X(6).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-ECL-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.

       01 WS-ER-OUT-OF-BALANCE-LINE PIC X(50) VALUE
              "*** DEBITS AND CREDITS DO NOT AGREE - HOLD GLINTF".

      *> Per-employee pay stub cut in the same pass as the register:
      *> one page per paid employee with the deductions itemized by
      *> type, the proration note, and the YTD standing after this
      *> USD net total proven against the run before release - the
      *> same stance WRITE-GL-INTERFACE takes on its debits and
      *> credits. Employees without a usable account fall out to the
      *> exception file and to the check-candidate file for the
      *> check-print run.
       01 WS-BAM-FILE-STATUS  PIC X(2)    VALUE "00".
       01 WS-BPY-FILE-STATUS  PIC X(2)    VALUE "00".
       01 WS-BANK-FOUND       PIC X(1)    VALUE "N".
       01 WS-CHECK-NET-TOTAL  PIC S9(11)V99 VALUE 0.
       01 WS-BANK-BALANCED    PIC X(1)    VALUE "Y".
          88 BANK-BALANCED                VALUE "Y".
      *> Prenote cycle: a new or changed account gets a zero-dollar
      *> P entry on the feed and goes to pending; once the return
      *> window (calendar days, covering the bank's six banking
      *> days) passes with no return it flips to verified
       01 WS-PRENOTE-WAIT-DAYS PIC 9(3)   VALUE 10.
       01 WS-PRENOTE-SENT-COUNT PIC 9(5)  VALUE 0.
       01 WS-PRENOTE-VERIFIED-COUNT PIC 9(5) VALUE 0.
       01 WS-PRENOTE-DATE-INT PIC 9(7)    VALUE 0.
       01 WS-PRENOTE-RUN-INT  PIC 9(7)    VALUE 0.
       01 WS-EOF-BANK-MASTER  PIC X(1)    VALUE "N".
          88 EOF-BANK-MASTER              VALUE "Y".

       01 WS-BANK-HEADER-RECORD.
          05 WS-BNK-H-TYPE    PIC X(1).
          05 WS-BNK-T-TYPE    PIC X(1).
          05 WS-BNK-T-COUNT   PIC 9(5).
          05 WS-BNK-T-AMOUNT  PIC 9(11)V99.
          05 WS-BNK-T-PRENOTES PIC 9(5).

      *> EXCEPTION-FILE controls
       01 WS-EXC-FILE-STATUS  PIC X(2)    VALUE "00".
          05 WS-RLK-TIME            PIC 9(6).

      *> Daily mode sequencing on the control history: ADJUST and
      *> MAINTAIN (and DEPTMAINT, as an M) stamp an A/M record when
      *> they finish, the RELEASE mode stamps an X once the day's
      *> maintenance is signed off, and the register refuses to run
      *> while an A/M for today is still unreleased - the same
      *> stance CHECK-PERIOD-FINALIZED takes on a closed period
       01 WS-CTL-MODE-RECORD.
          05 WS-CTL-M-TYPE          PIC X(1).
          05 WS-CTL-M-DATE          PIC 9(8).
          05 WS-CTL-M-OPERATOR      PIC X(8).
       01 WS-CTL-MODE-CODE          PIC X(1) VALUE SPACE.
       01 WS-UNRELEASED-COUNT       PIC 9(3) VALUE 0.
      *> Prior-year close check for the register and OFFCYCLE: the
      *> latest earlier year paid and the latest year YEAREND closed
       01 WS-PYC-NEW-YEAR           PIC 9(4) VALUE 0.
       01 WS-PYC-DATE-YEAR          PIC 9(4) VALUE 0.
       01 WS-PYC-PAID-YEAR          PIC 9(4) VALUE 0.
       01 WS-PYC-CLOSED-YEAR        PIC 9(4) VALUE 0.

      *> PURGE mode: terminated staff whose termination is older
      *> than the retention period come off the live files into the

       01 WS-ARCHIVE-RECORD.
          05 WS-ARCHR-TYPE          PIC X(1).
          05 WS-ARCHR-DATA          PIC X(299).
       01 WS-ARCH-KEY               PIC X(6)  VALUE SPACES.
       01 WS-INQ-FROM-ARCHIVE       PIC X(1)  VALUE "N".
          88 INQ-FROM-ARCHIVE                 VALUE "Y".
          88 DATE-CHECK-OK                 VALUE "Y".

      *> The action code written on audit records; MAINTAIN copies
      *> the transaction's code, ADJUST writes its updates as "U",
      *> PURGE "P", DEPTMAINT "M", BANKCHG approvals and RETURNS
      *> account changes "B", and CHKVOID "V" for a void and "R"
      *> for a reissue
       01 WS-AUD-ACTION-CODE     PIC X(1)  VALUE SPACE.

      *> Effective date stamped on the next audit record; zero means
       01 WS-EXTR-SALARY-EDIT    PIC 9(9).99.
       01 WS-EXTR-LINE           PIC X(100).

      *> Check-print (CHECKPRT) and void/reissue (CHKVOID) controls.
      *> The register cuts every bank-feed fall-out - no account,
      *> prenote not verified, negative net - to the check-candidate
      *> file, with a trailer carrying WS-CHECK-NET-TOTAL. The check
      *> run numbers checks off the check-stock control record,
      *> prints check and stub images, and proves its check register
      *> back to that trailer before the positive-pay file goes to
      *> the bank. A negative net is never printed as a check: it is
      *> listed on the check register as a recovery so the register
      *> total still ties.
       01 WS-CKC-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-PRV-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-CSK-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-CKP-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-CKR-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-PPY-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-CKH-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-CKV-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-EOF-CHECK-CAND      PIC X(1)  VALUE "N".
          88 EOF-CHECK-CAND                VALUE "Y".
       01 WS-EOF-CHECK-HIST      PIC X(1)  VALUE "N".
          88 EOF-CHECK-HIST                VALUE "Y".
       01 WS-EOF-CHECK-VOID      PIC X(1)  VALUE "N".
          88 EOF-CHECK-VOID                VALUE "Y".
       01 WS-CAND-TRAILER-SEEN   PIC X(1)  VALUE "N".
          88 CAND-TRAILER-SEEN             VALUE "Y".
       01 WS-CAND-BATCH-PRINTED  PIC X(1)  VALUE "N".
          88 CAND-BATCH-PRINTED            VALUE "Y".
       01 WS-CHECK-CAND-COUNT    PIC 9(5)  VALUE 0.
       01 WS-CAND-DETAIL-COUNT   PIC 9(5)  VALUE 0.
       01 WS-CAND-DETAIL-TOTAL   PIC S9(11)V99 VALUE 0.
       01 WS-CHECK-NEXT-NO       PIC 9(8)  VALUE 0.
       01 WS-CHECK-ISSUED-COUNT  PIC 9(5)  VALUE 0.
       01 WS-CHECK-ISSUED-TOTAL  PIC 9(11)V99 VALUE 0.
       01 WS-CHECK-RECOVERY-COUNT PIC 9(5) VALUE 0.
       01 WS-CHECK-RECOVERY-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-CHECK-REGISTER-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-CHECK-VOID-COUNT    PIC 9(5)  VALUE 0.
       01 WS-CHECK-VOID-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-CHECK-REISSUE-COUNT PIC 9(5)  VALUE 0.
       01 WS-CHECK-REISSUE-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-CHECK-REJECT-COUNT  PIC 9(5)  VALUE 0.
       01 WS-PPY-ITEM-COUNT      PIC 9(5)  VALUE 0.
       01 WS-CHECK-REG-BALANCED  PIC X(1)  VALUE "Y".
          88 CHECK-REG-BALANCED            VALUE "Y".

      *> The check being printed, voided, or reissued
       01 WS-CHECK-NO            PIC 9(8)  VALUE 0.
       01 WS-CHECK-EMP-ID        PIC 9(6)  VALUE 0.
       01 WS-CHECK-PAYEE         PIC X(25) VALUE SPACES.
       01 WS-CHECK-DEPT          PIC X(10) VALUE SPACES.
       01 WS-CHECK-AMOUNT        PIC 9(9)V99 VALUE 0.
       01 WS-CHECK-ISSUE-DATE    PIC 9(8)  VALUE 0.
       01 WS-CHECK-PERIOD        PIC 9(8)  VALUE 0.

       01 WS-CHECK-CAND-HEADER.
          05 WS-CKC-H-TYPE       PIC X(1).
          05 WS-CKC-H-SOURCE     PIC X(8).
          05 WS-CKC-H-PERIOD     PIC 9(8).
          05 WS-CKC-H-RUN-DATE   PIC 9(8).
          05 WS-CKC-H-RUN-TIME   PIC 9(6).
          05 WS-CKC-H-FREQ       PIC X(1).

       01 WS-CHECK-CAND-DETAIL.
          05 WS-CKC-D-TYPE       PIC X(1).
          05 WS-CKC-D-EMP-ID     PIC 9(6).
          05 WS-CKC-D-NAME       PIC X(25).
          05 WS-CKC-D-DEPT       PIC X(10).
          05 WS-CKC-D-REASON     PIC X(3).
          05 WS-CKC-D-GROSS      PIC 9(7)V99.
          05 WS-CKC-D-DEDUCT     PIC 9(8)V99.
          05 WS-CKC-D-TAX        PIC 9(8)V99.
          05 WS-CKC-D-NET        PIC S9(8)V99.
          05 WS-CKC-D-CURRENCY   PIC X(3).
          05 WS-CKC-D-USD-NET    PIC S9(10)V99.
          05 WS-CKC-D-NOTE       PIC X(12).

       01 WS-CHECK-CAND-TRAILER.
          05 WS-CKC-T-TYPE       PIC X(1).
          05 WS-CKC-T-COUNT      PIC 9(5).
          05 WS-CKC-T-AMOUNT     PIC S9(11)V99.

      *> Check-stock control record, rewritten at the end of every
      *> check or reissue run with the next unused number
       01 WS-CHECK-STOCK-RECORD.
          05 CSK-NEXT-CHECK      PIC 9(8).
          05 CSK-ROUTING         PIC X(9).
          05 CSK-ACCOUNT         PIC X(17).
          05 CSK-LAST-DATE       PIC 9(8).
          05 FILLER              PIC X(38).

      *> Positive-pay issue file: the bank clears only checks it
      *> holds an I record for, at that amount, and refuses any it
      *> holds a V record for
       01 WS-POSPAY-HEADER.
          05 WS-PPY-H-TYPE       PIC X(1).
          05 WS-PPY-H-ROUTING    PIC X(9).
          05 WS-PPY-H-ACCOUNT    PIC X(17).
          05 WS-PPY-H-RUN-DATE   PIC 9(8).

       01 WS-POSPAY-DETAIL.
          05 WS-PPY-D-TYPE       PIC X(1).
          05 WS-PPY-D-ACCOUNT    PIC X(17).
          05 WS-PPY-D-CHECK-NO   PIC 9(8).
          05 WS-PPY-D-AMOUNT     PIC 9(9)V99.
          05 WS-PPY-D-ISSUE-DATE PIC 9(8).
          05 WS-PPY-D-PAYEE      PIC X(25).

       01 WS-POSPAY-TRAILER.
          05 WS-PPY-T-TYPE       PIC X(1).
          05 WS-PPY-T-COUNT      PIC 9(5).
          05 WS-PPY-T-ISSUED     PIC 9(11)V99.
          05 WS-PPY-T-VOIDED     PIC 9(11)V99.

       01 WS-CHECK-HIST-RECORD.
          05 WS-CKH-TYPE         PIC X(1).
          05 WS-CKH-CHECK-NO     PIC 9(8).
          05 WS-CKH-EMP-ID       PIC 9(6).
          05 WS-CKH-PAYEE        PIC X(25).
          05 WS-CKH-DEPT         PIC X(10).
          05 WS-CKH-AMOUNT       PIC 9(9)V99.
          05 WS-CKH-ISSUE-DATE   PIC 9(8).
          05 WS-CKH-PERIOD       PIC 9(8).
          05 WS-CKH-ACTION-DATE  PIC 9(8).

       01 WS-CHECK-BATCH-RECORD.
          05 WS-CKB-TYPE         PIC X(1).
          05 WS-CKB-SOURCE       PIC X(8).
          05 WS-CKB-PERIOD       PIC 9(8).
          05 WS-CKB-RUN-DATE     PIC 9(8).
          05 WS-CKB-RUN-TIME     PIC 9(6).
          05 WS-CKB-COUNT        PIC 9(5).
          05 WS-CKB-AMOUNT       PIC S9(11)V99.
          05 WS-CKB-PRINT-DATE   PIC 9(8).

      *> Void/reissue transaction: V voids the check only, R voids
      *> it and reissues the same payee and amount under the next
      *> number on the stock
       01 WS-CHECK-VOID-CARD.
          05 CKV-ACTION          PIC X(1).
          05 CKV-CHECK-NO        PIC X(8).
          05 CKV-REASON          PIC X(30).
          05 FILLER              PIC X(41).

      *> Keyed voids with what the check history says about each:
      *> status I = issued and voidable, V = already voided, space
      *> = never issued
       01 WS-CKV-COUNT           PIC 9(3)  VALUE 0.
       01 WS-CKV-TABLE.
          05 WS-CKV-ENTRY OCCURS 1 TO 200 TIMES
                           DEPENDING ON WS-CKV-COUNT
                           INDEXED BY WS-CKV-IDX.
             10 WS-CKVT-ACTION      PIC X(1).
             10 WS-CKVT-CHECK-NO    PIC 9(8).
             10 WS-CKVT-REASON      PIC X(30).
             10 WS-CKVT-STATUS      PIC X(1).
             10 WS-CKVT-EMP-ID      PIC 9(6).
             10 WS-CKVT-PAYEE       PIC X(25).
             10 WS-CKVT-DEPT        PIC X(10).
             10 WS-CKVT-AMOUNT      PIC 9(9)V99.
             10 WS-CKVT-ISSUE-DATE  PIC 9(8).
             10 WS-CKVT-PERIOD      PIC 9(8).

      *> Check and stub images for the check printer
       01 WS-CHECK-STUB-HEADING.
          05 FILLER              PIC X(30)
                                 VALUE "CHECK STUB / EARNINGS ADVICE".
          05 FILLER              PIC X(7)  VALUE "PERIOD ".
          05 WS-CSH-PERIOD       PIC 9(8).
          05 FILLER              PIC X(7)  VALUE " CHECK ".
          05 WS-CSH-CHECK-NO     PIC 9(8).

       01 WS-CHECK-STUB-REASON-LINE.
          05 FILLER              PIC X(16) VALUE "PAID BY CHECK - ".
          05 WS-CSR-TEXT         PIC X(40).

       01 WS-CHECK-IMAGE-TOP.
          05 FILLER              PIC X(40)
                                 VALUE "PAYROLL DISBURSEMENT".
          05 FILLER              PIC X(10) VALUE "CHECK NO. ".
          05 WS-CKI-CHECK-NO     PIC 9(8).

       01 WS-CHECK-IMAGE-DATE.
          05 FILLER              PIC X(40) VALUE SPACES.
          05 FILLER              PIC X(10) VALUE "DATE      ".
          05 WS-CKI-DATE         PIC 9(8).

       01 WS-CHECK-IMAGE-PAYEE.
          05 FILLER              PIC X(20)
                                 VALUE "PAY TO THE ORDER OF ".
          05 WS-CKI-PAYEE        PIC X(25).
          05 FILLER              PIC X(5)  VALUE " EMP ".
          05 WS-CKI-EMP-ID       PIC 9(6).

       01 WS-CHECK-IMAGE-AMOUNT.
          05 FILLER              PIC X(20) VALUE "AMOUNT USD".
          05 WS-CKI-AMOUNT       PIC ***,***,**9.99.

       01 WS-CHECK-IMAGE-BANK.
          05 FILLER              PIC X(20) VALUE "DRAWN ON ACCOUNT".
          05 WS-CKI-ACCOUNT      PIC X(17).
          05 FILLER              PIC X(9)  VALUE " ROUTING ".
          05 WS-CKI-ROUTING      PIC X(9).

      *> Check register
       01 WS-CHECK-REG-HEADING.
          05 FILLER              PIC X(17) VALUE "CHECK REGISTER - ".
          05 WS-CRH-SOURCE       PIC X(12).
          05 FILLER              PIC X(8)  VALUE " PERIOD ".
          05 WS-CRH-PERIOD       PIC X(8).
          05 FILLER              PIC X(5)  VALUE " RUN ".
          05 WS-CRH-RUN-DATE     PIC 9(8).
          05 FILLER              PIC X(9)  VALUE " ACCOUNT ".
          05 WS-CRH-ACCOUNT      PIC X(17).

       01 WS-CHECK-REG-COLUMNS.
          05 FILLER              PIC X(10) VALUE "CHECK NO".
          05 FILLER              PIC X(8)  VALUE "EMP ID".
          05 FILLER              PIC X(26) VALUE "NAME".
          05 FILLER              PIC X(11) VALUE "DEPT".
          05 FILLER              PIC X(4)  VALUE "RSN".
          05 FILLER              PIC X(21)
                                 VALUE "              AMOUNT".
          05 FILLER              PIC X(4)  VALUE "NOTE".

       01 WS-CHECK-REG-LINE.
          05 WS-CKRL-CHECK-NO    PIC X(8).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-CKRL-EMP-ID      PIC 9(6).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-CKRL-NAME        PIC X(25).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-CKRL-DEPT        PIC X(10).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-CKRL-REASON      PIC X(3).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-CKRL-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-CKRL-NOTE        PIC X(40).

       01 WS-CHECK-REG-TOTAL-LINE.
          05 WS-CKRT-LABEL       PIC X(30).
          05 WS-CKRT-COUNT       PIC ZZZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-CKRT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.

       01 WS-CHECK-TIE-LINE      PIC X(52)
             VALUE "CHECK REGISTER TIES TO REGISTER RUN CHECK TOTAL".
       01 WS-CHECK-NO-TIE-LINE   PIC X(52)
             VALUE "*** CHECK REGISTER OUT OF BALANCE - HOLD POSPAY".

      *> RETURNS mode controls. The bank's file carries returned
      *> entries (R, with the NACHA R-code and the amount; zero for a
      *> returned prenote) and notifications of change (C, with the
      *> C-code and the corrected routing, account, and type). A
      *> returned deposit is proven against the payment it reverses
      *> on the bank-feed generations, re-queued as a check
      *> candidate, and reversed on the GL: the money is back in the
      *> payroll bank account and owed again as net pay until the
      *> check is cut.
       01 WS-RTN-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-RTNR-FILE-STATUS    PIC X(2)  VALUE "00".
       01 WS-RTH-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-EOF-RETURNS         PIC X(1)  VALUE "N".
          88 EOF-RETURNS                   VALUE "Y".
       01 WS-EOF-RETURN-HIST     PIC X(1)  VALUE "N".
          88 EOF-RETURN-HIST               VALUE "Y".
       01 WS-EOF-BANK-PAYMENT    PIC X(1)  VALUE "N".
          88 EOF-BANK-PAYMENT              VALUE "Y".
       01 WS-GL-RETURNED-DEPOSIT-ACCT PIC X(6) VALUE "101200".
       01 WS-RTN-REVERSED-COUNT  PIC 9(5)  VALUE 0.
       01 WS-RTN-REVERSED-TOTAL  PIC 9(11)V99 VALUE 0.
       01 WS-RTN-PRENOTE-COUNT   PIC 9(5)  VALUE 0.
       01 WS-RTN-NOC-COUNT       PIC 9(5)  VALUE 0.
       01 WS-RTN-REJECT-COUNT    PIC 9(5)  VALUE 0.
       01 WS-RTN-EMP-FOUND       PIC X(1)  VALUE "N".
          88 RTN-EMP-FOUND                 VALUE "Y".
       01 WS-RTN-ACCOUNT-MATCH   PIC X(1)  VALUE "N".
          88 RTN-ACCOUNT-MATCH             VALUE "Y".
       01 WS-RTN-REASON-TEXT     PIC X(30) VALUE SPACES.

       01 WS-BANK-RETURN-RECORD.
          05 RTN-ENTRY-TYPE      PIC X(1).
          05 RTN-EMP-ID          PIC 9(6).
          05 RTN-REASON-CODE     PIC X(3).
          05 RTN-ORIG-ROUTING    PIC X(9).
          05 RTN-ORIG-ACCOUNT    PIC X(17).
          05 RTN-AMOUNT          PIC 9(9)V99.
          05 RTN-PERIOD          PIC X(8).
          05 RTN-NEW-ROUTING     PIC X(9).
          05 RTN-NEW-ACCOUNT     PIC X(17).
          05 RTN-NEW-ACCT-TYPE   PIC X(1).
          05 FILLER              PIC X(18).

      *> Every entry on the bank file, with what the history and the
      *> bank feed say about it: status space = to apply, X =
      *> rejected, D = already applied by an earlier run; paid Y =
      *> the returned payment was found on the feed
       01 WS-RTN-COUNT           PIC 9(3)  VALUE 0.
       01 WS-RTN-TABLE.
          05 WS-RTN-ENTRY OCCURS 1 TO 500 TIMES
                           DEPENDING ON WS-RTN-COUNT
                           INDEXED BY WS-RTN-IDX.
             10 WS-RTNT-TYPE        PIC X(1).
             10 WS-RTNT-EMP-ID      PIC 9(6).
             10 WS-RTNT-REASON      PIC X(3).
             10 WS-RTNT-ORIG-ROUTING PIC X(9).
             10 WS-RTNT-ORIG-ACCOUNT PIC X(17).
             10 WS-RTNT-AMOUNT      PIC 9(9)V99.
             10 WS-RTNT-PERIOD      PIC X(8).
             10 WS-RTNT-NEW-ROUTING PIC X(9).
             10 WS-RTNT-NEW-ACCOUNT PIC X(17).
             10 WS-RTNT-NEW-ACCT-TYPE PIC X(1).
             10 WS-RTNT-STATUS      PIC X(1).
             10 WS-RTNT-PAID        PIC X(1).
             10 WS-RTNT-MESSAGE     PIC X(40).

       01 WS-RETURN-HIST-RECORD.
          05 WS-RTH-TYPE         PIC X(1).
          05 WS-RTH-EMP-ID       PIC 9(6).
          05 WS-RTH-REASON       PIC X(3).
          05 WS-RTH-ORIG-ACCOUNT PIC X(17).
          05 WS-RTH-AMOUNT       PIC 9(9)V99.
          05 WS-RTH-PERIOD       PIC X(8).
          05 WS-RTH-APPLIED-DATE PIC 9(8).

       01 WS-RTN-REPORT-HEADING.
          05 FILLER              PIC X(45)
             VALUE "BANK RETURNS AND NOTIFICATIONS OF CHANGE".
          05 FILLER              PIC X(4)  VALUE "RUN ".
          05 WS-RTNH-RUN-DATE    PIC 9(8).

       01 WS-RTN-REPORT-COLUMNS.
          05 FILLER              PIC X(5)  VALUE "TYPE".
          05 FILLER              PIC X(8)  VALUE "EMP ID".
          05 FILLER              PIC X(26) VALUE "NAME".
          05 FILLER              PIC X(35) VALUE "CODE REASON".
          05 FILLER              PIC X(18)
                                 VALUE "          AMOUNT".
          05 FILLER              PIC X(6)  VALUE "ACTION".

       01 WS-RTN-REPORT-LINE.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-RTNL-TYPE        PIC X(1).
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 WS-RTNL-EMP-ID      PIC 9(6).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-RTNL-NAME        PIC X(25).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-RTNL-CODE        PIC X(3).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-RTNL-REASON      PIC X(30).
          05 WS-RTNL-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-RTNL-ACTION      PIC X(40).

       01 WS-RTN-TOTAL-LINE.
          05 WS-RTNS-LABEL       PIC X(30).
          05 WS-RTNS-COUNT       PIC ZZZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-RTNS-TOTAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *> Garnishment controls. Caps are shares of disposable
      *> earnings (gross less tax withheld): support orders 50%, 55%
      *> while in arrears; student loans 15%; creditors 25% but never
      *> into the first thirty times the federal minimum wage per
      *> week. Each order's cap is reduced by what higher-priority
      *> orders already took this period.
       01 WS-GRN-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-GRR-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-GRP-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-EOF-GARNISH         PIC X(1)  VALUE "N".
          88 EOF-GARNISH                   VALUE "Y".
       01 WS-GRN-SUPPORT-PCT     PIC 9(3)V99 VALUE 50.00.
       01 WS-GRN-SUPPORT-ARR-PCT PIC 9(3)V99 VALUE 55.00.
       01 WS-GRN-STUDENT-PCT     PIC 9(3)V99 VALUE 15.00.
       01 WS-GRN-CREDITOR-PCT    PIC 9(3)V99 VALUE 25.00.
       01 WS-GRN-PROTECT-WEEKLY  PIC 9(5)V99 VALUE 217.50.
       01 WS-GRN-PROTECT-BIWEEKLY PIC 9(5)V99 VALUE 435.00.
       01 WS-GRN-PROTECT-MONTHLY PIC 9(5)V99 VALUE 942.50.
       01 WS-GRN-DED-TYPE        PIC X(2)  VALUE "GN".
       01 WS-GRN-DISPOSABLE      PIC S9(9)V99 VALUE 0.
       01 WS-GRN-PROTECTED       PIC S9(9)V99 VALUE 0.
       01 WS-GRN-CAP             PIC S9(9)V99 VALUE 0.
       01 WS-GRN-ROOM            PIC S9(9)V99 VALUE 0.
       01 WS-GRN-CURRENT         PIC S9(9)V99 VALUE 0.
       01 WS-GRN-DUE             PIC S9(9)V99 VALUE 0.
       01 WS-GRN-BALANCE         PIC S9(9)V99 VALUE 0.
       01 WS-GRN-TAKE            PIC S9(9)V99 VALUE 0.
       01 WS-GRN-TAKEN-TOTAL     PIC S9(9)V99 VALUE 0.
       01 WS-GRN-PASS            PIC 9(3)  VALUE 0.
       01 WS-GRN-SEL             PIC 9(3)  VALUE 0.

      *> This employee's orders, loaded off GARNMAST and worked in
      *> priority order
       01 WS-GOR-COUNT           PIC 9(3)  VALUE 0.
       01 WS-GOR-TABLE.
          05 WS-GOR-ENTRY OCCURS 1 TO 20 TIMES
                           DEPENDING ON WS-GOR-COUNT
                           INDEXED BY WS-GOR-IDX.
             10 WS-GOR-KEY          PIC X(21).
             10 WS-GOR-CASE-NO      PIC X(15).
             10 WS-GOR-TYPE         PIC X(1).
             10 WS-GOR-PRIORITY     PIC 9(2).
             10 WS-GOR-METHOD       PIC X(1).
             10 WS-GOR-AMOUNT       PIC 9(7)V99.
             10 WS-GOR-PERCENT      PIC 9(3)V99.
             10 WS-GOR-OWED         PIC 9(9)V99.
             10 WS-GOR-PAID         PIC 9(9)V99.
             10 WS-GOR-ARREARS      PIC 9(9)V99.
             10 WS-GOR-PRIOR-PAID   PIC 9(9)V99.
             10 WS-GOR-PRIOR-ARREARS PIC 9(9)V99.
             10 WS-GOR-AGENCY-ID    PIC X(10).
             10 WS-GOR-AGENCY-NAME  PIC X(30).
             10 WS-GOR-STATUS       PIC X(1).
             10 WS-GOR-DONE         PIC X(1).

      *> Every order worked this run, for the remittance file and the
      *> per-agency report written after the register
       01 WS-GRM-COUNT           PIC 9(4)  VALUE 0.
       01 WS-GRM-TABLE.
          05 WS-GRM-ENTRY OCCURS 1 TO 2000 TIMES
                           DEPENDING ON WS-GRM-COUNT
                           INDEXED BY WS-GRM-IDX.
             10 WS-GRM-AGENCY-ID    PIC X(10).
             10 WS-GRM-AGENCY-NAME  PIC X(30).
             10 WS-GRM-CASE-NO      PIC X(15).
             10 WS-GRM-EMP-ID       PIC 9(6).
             10 WS-GRM-EMP-NAME     PIC X(25).
             10 WS-GRM-TYPE         PIC X(1).
             10 WS-GRM-TAKEN        PIC 9(9)V99.
             10 WS-GRM-PAID         PIC 9(9)V99.
             10 WS-GRM-ARREARS      PIC 9(9)V99.
             10 WS-GRM-OWED         PIC 9(9)V99.
             10 WS-GRM-STATUS       PIC X(1).
       01 WS-GAG-COUNT           PIC 9(3)  VALUE 0.
       01 WS-GAG-TABLE.
          05 WS-GAG-ENTRY OCCURS 1 TO 200 TIMES
                           DEPENDING ON WS-GAG-COUNT
                           INDEXED BY WS-GAG-IDX.
             10 WS-GAG-AGENCY-ID    PIC X(10).
             10 WS-GAG-AGENCY-NAME  PIC X(30).
       01 WS-GRN-AGENCY-COUNT    PIC 9(5)  VALUE 0.
       01 WS-GRN-AGENCY-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-GRN-REMIT-COUNT     PIC 9(7)  VALUE 0.
       01 WS-GRN-REMIT-TOTAL     PIC 9(11)V99 VALUE 0.

       01 WS-GRN-REMIT-HEADER.
          05 GRR-H-TYPE            PIC X(1)  VALUE "H".
          05 GRR-H-PERIOD          PIC 9(8).
          05 GRR-H-RUN-DATE        PIC 9(8).
          05 FILLER                PIC X(83) VALUE SPACES.
       01 WS-GRN-REMIT-DETAIL.
          05 GRR-D-TYPE            PIC X(1)  VALUE "D".
          05 GRR-D-AGENCY-ID       PIC X(10).
          05 GRR-D-AGENCY-NAME     PIC X(30).
          05 GRR-D-CASE-NO         PIC X(15).
          05 GRR-D-EMP-ID          PIC 9(6).
          05 GRR-D-EMP-NAME        PIC X(25).
          05 GRR-D-AMOUNT          PIC 9(9)V99.
          05 FILLER                PIC X(2)  VALUE SPACES.
       01 WS-GRN-REMIT-TRAILER.
          05 GRR-T-TYPE            PIC X(1)  VALUE "T".
          05 GRR-T-COUNT           PIC 9(7).
          05 GRR-T-TOTAL           PIC 9(11)V99.
          05 FILLER                PIC X(79) VALUE SPACES.

       01 WS-GRN-REPORT-HEADING.
          05 FILLER                PIC X(40)
             VALUE "GARNISHMENT REMITTANCE BY AGENCY  PERIOD".
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-GRNH-PERIOD        PIC 9(8).
          05 FILLER                PIC X(5)  VALUE " RUN ".
          05 WS-GRNH-RUN-DATE      PIC 9(8).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-GRNH-FLAG          PIC X(26) VALUE SPACES.

       01 WS-GRN-REPORT-COLUMNS.
          05 FILLER                PIC X(18) VALUE " CASE NUMBER".
          05 FILLER                PIC X(8)  VALUE "EMP ID".
          05 FILLER                PIC X(27) VALUE "NAME".
          05 FILLER                PIC X(3)  VALUE "TY".
          05 FILLER                PIC X(15) VALUE "        TAKEN".
          05 FILLER                PIC X(15) VALUE " PAID TO DATE".
          05 FILLER                PIC X(15) VALUE "      ARREARS".
          05 FILLER                PIC X(15) VALUE "   TOTAL OWED".
          05 FILLER                PIC X(4)  VALUE "NOTE".

       01 WS-GRN-AGENCY-LINE.
          05 FILLER                PIC X(7)  VALUE "AGENCY ".
          05 WS-GRNA-AGENCY-ID     PIC X(10).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-GRNA-AGENCY-NAME   PIC X(30).

       01 WS-GRN-DETAIL-LINE.
          05 FILLER                PIC X(1)  VALUE SPACES.
          05 WS-GRND-CASE-NO       PIC X(15).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-GRND-EMP-ID        PIC 9(6).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-GRND-NAME          PIC X(25).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-GRND-TYPE          PIC X(1).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-GRND-TAKEN         PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-GRND-PAID          PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-GRND-ARREARS       PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-GRND-OWED          PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-GRND-NOTE          PIC X(16).

       01 WS-GRN-TOTAL-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-GRNT-LABEL         PIC X(30).
          05 WS-GRNT-COUNT         PIC ZZZZ9.
          05 FILLER                PIC X(20) VALUE SPACES.
          05 WS-GRNT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *> YEAREND mode controls. The year to close comes from the
      *> PARM (YEAREND,operator,yyyy; blank closes the prior
      *> calendar year). The year closes only once - CTLHIST carries
      *> a Y record for every closed year - and only when every
      *> period run in it went FINAL and nothing of the next year
      *> has been run yet. Statements cover USD-paid staff on
      *> YTDMAST plus anyone purged to EMPARCH after being paid in
      *> the year; the transmittal's employer totals are proven
      *> against the statements before YTDMAST is touched.
       01 WS-W2S-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-W2X-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-YEA-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-YE-EMPLOYER-EIN     PIC X(9)  VALUE "000000000".
       01 WS-YE-EMPLOYER-NAME    PIC X(30) VALUE
           "PAYROLL EMPLOYER OF RECORD".
       01 WS-YE-YEAR             PIC 9(4)  VALUE 0.
       01 WS-YE-DATE-YEAR        PIC 9(4)  VALUE 0.
       01 WS-YE-ALREADY-CLOSED   PIC X(1)  VALUE "N".
          88 YE-ALREADY-CLOSED             VALUE "Y".
       01 WS-YE-NEXT-YEAR-RUN    PIC X(1)  VALUE "N".
          88 YE-NEXT-YEAR-RUN              VALUE "Y".
       01 WS-YE-OPEN-PERIOD      PIC 9(8)  VALUE 0.
       01 WS-YE-FROM-ARCHIVE     PIC X(1)  VALUE "N".
          88 YE-FROM-ARCHIVE               VALUE "Y".
       01 WS-YE-BALANCED         PIC X(1)  VALUE "Y".
          88 YE-BALANCED                   VALUE "Y".
       01 WS-YE-STATEMENT-DUE    PIC X(1)  VALUE "N".
          88 YE-STATEMENT-DUE              VALUE "Y".
       01 WS-YE-LIVE-COUNT      PIC 9(7)  VALUE 0.
       01 WS-YE-ARCHIVE-COUNT    PIC 9(7)  VALUE 0.
       01 WS-YE-FOREIGN-COUNT    PIC 9(7)  VALUE 0.
       01 WS-YE-CLEARED-COUNT    PIC 9(7)  VALUE 0.
       01 WS-YE-WAGES            PIC S9(11)V99 VALUE 0.
       01 WS-YE-OTHER-TAX        PIC S9(9)V99 VALUE 0.

      *> Every period of the year seen on CTLHIST, by frequency, and
      *> whether any run of it went FINAL
       01 WS-YEP-COUNT           PIC 9(3)  VALUE 0.
       01 WS-YEP-TABLE.
          05 WS-YEP-ENTRY OCCURS 1 TO 400 TIMES
                           DEPENDING ON WS-YEP-COUNT
                           INDEXED BY WS-YEP-IDX.
             10 WS-YEP-PERIOD      PIC 9(8).
             10 WS-YEP-FREQ        PIC X(1).
             10 WS-YEP-FINAL       PIC X(1).

       01 WS-CTL-YEAREND-RECORD.
          05 WS-CTL-Y-TYPE         PIC X(1).
          05 WS-CTL-Y-YEAR         PIC 9(4).
          05 WS-CTL-Y-DATE         PIC 9(8).
          05 WS-CTL-Y-TIME         PIC 9(6).
          05 WS-CTL-Y-OPERATOR     PIC X(8).
          05 WS-CTL-Y-STMT-COUNT   PIC 9(7).
          05 WS-CTL-Y-WAGES        PIC 9(11)V99.

      *> Statement totals are summed from what was printed and the
      *> transmittal totals from what was written; the T record
      *> carries the latter and the two must agree
       01 WS-YE-STMT-TOTALS.
          05 WS-YES-COUNT          PIC 9(7)  VALUE 0.
          05 WS-YES-WAGES          PIC 9(13)V99 VALUE 0.
          05 WS-YES-GROSS          PIC 9(13)V99 VALUE 0.
          05 WS-YES-PRETAX         PIC 9(13)V99 VALUE 0.
          05 WS-YES-POSTTAX        PIC 9(13)V99 VALUE 0.
          05 WS-YES-SS-WAGES       PIC 9(13)V99 VALUE 0.
          05 WS-YES-MED-WAGES      PIC 9(13)V99 VALUE 0.
          05 WS-YES-TAX            PIC 9(13)V99 VALUE 0.
       01 WS-YE-XMIT-TOTALS.
          05 WS-YEX-COUNT          PIC 9(7)  VALUE 0.
          05 WS-YEX-WAGES          PIC 9(13)V99 VALUE 0.
          05 WS-YEX-GROSS          PIC 9(13)V99 VALUE 0.
          05 WS-YEX-PRETAX         PIC 9(13)V99 VALUE 0.
          05 WS-YEX-POSTTAX        PIC 9(13)V99 VALUE 0.
          05 WS-YEX-SS-WAGES       PIC 9(13)V99 VALUE 0.
          05 WS-YEX-MED-WAGES      PIC 9(13)V99 VALUE 0.
          05 WS-YEX-TAX            PIC 9(13)V99 VALUE 0.
          05 WS-YEX-ER-SS-TAX      PIC 9(13)V99 VALUE 0.
          05 WS-YEX-ER-MED-TAX     PIC 9(13)V99 VALUE 0.

       01 WS-W2X-EMPLOYER-RECORD.
          05 W2X-E-TYPE            PIC X(1)  VALUE "E".
          05 W2X-E-YEAR            PIC 9(4).
          05 W2X-E-EIN             PIC X(9).
          05 W2X-E-NAME            PIC X(30).
          05 W2X-E-RUN-DATE        PIC 9(8).
          05 FILLER                PIC X(148) VALUE SPACES.

       01 WS-W2X-EMPLOYEE-RECORD.
          05 W2X-W-TYPE            PIC X(1)  VALUE "W".
          05 W2X-W-YEAR            PIC 9(4).
          05 W2X-W-EMP-ID          PIC 9(6).
          05 W2X-W-NAME            PIC X(25).
          05 W2X-W-WAGES           PIC 9(11)V99.
          05 W2X-W-GROSS           PIC 9(11)V99.
          05 W2X-W-PRETAX          PIC 9(11)V99.
          05 W2X-W-POSTTAX         PIC 9(11)V99.
          05 W2X-W-SS-WAGES        PIC 9(11)V99.
          05 W2X-W-MED-WAGES       PIC 9(11)V99.
          05 W2X-W-TAX             PIC 9(11)V99.
          05 W2X-W-JURIS-ENTRY OCCURS 4 TIMES.
             10 W2X-W-JURIS        PIC X(2).
             10 W2X-W-JURIS-TAX    PIC 9(9)V99.
          05 W2X-W-OTHER-TAX       PIC 9(9)V99.
          05 W2X-W-SOURCE          PIC X(1).
          05 FILLER                PIC X(9)  VALUE SPACES.

       01 WS-W2X-TOTAL-RECORD.
          05 W2X-T-TYPE            PIC X(1)  VALUE "T".
          05 W2X-T-YEAR            PIC 9(4).
          05 W2X-T-COUNT           PIC 9(7).
          05 W2X-T-WAGES           PIC 9(13)V99.
          05 W2X-T-GROSS           PIC 9(13)V99.
          05 W2X-T-PRETAX          PIC 9(13)V99.
          05 W2X-T-POSTTAX         PIC 9(13)V99.
          05 W2X-T-SS-WAGES        PIC 9(13)V99.
          05 W2X-T-MED-WAGES       PIC 9(13)V99.
          05 W2X-T-TAX             PIC 9(13)V99.
          05 W2X-T-ER-SS-TAX       PIC 9(13)V99.
          05 W2X-T-ER-MED-TAX      PIC 9(13)V99.
          05 FILLER                PIC X(53) VALUE SPACES.

       01 WS-YEA-ARCHIVE-RECORD.
          05 WS-YEA-YEAR           PIC 9(4).
          05 WS-YEA-DATA           PIC X(296).

       01 WS-W2S-SEPARATOR       PIC X(72) VALUE ALL "=".

       01 WS-W2S-HEADING.
          05 FILLER                PIC X(23)
             VALUE "WAGE AND TAX STATEMENT ".
          05 WS-W2SH-YEAR          PIC 9(4).
          05 FILLER                PIC X(16) VALUE SPACES.
          05 FILLER                PIC X(13) VALUE "EMPLOYER ID  ".
          05 WS-W2SH-EIN           PIC X(9).

       01 WS-W2S-EMPLOYER-LINE.
          05 FILLER                PIC X(10) VALUE "EMPLOYER: ".
          05 WS-W2SE-NAME          PIC X(30).

       01 WS-W2S-EMPLOYEE-LINE.
          05 FILLER                PIC X(10) VALUE "EMPLOYEE: ".
          05 WS-W2SM-EMP-ID        PIC 9(6).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-W2SM-NAME          PIC X(25).
          05 FILLER                PIC X(6)  VALUE " DEPT ".
          05 WS-W2SM-DEPT          PIC X(10).

       01 WS-W2S-ARCHIVE-LINE     PIC X(42) VALUE
           "(PURGED DURING THE YEAR - FROM EMPARCH)".

       01 WS-W2S-AMOUNT-LINE.
          05 FILLER                PIC X(4)  VALUE SPACES.
          05 WS-W2SA-LABEL         PIC X(40).
          05 WS-W2SA-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-W2S-CONTROL-HEADING.
          05 FILLER                PIC X(36)
             VALUE "YEAR-END TRANSMITTAL CONTROL - YEAR ".
          05 WS-W2CH-YEAR          PIC 9(4).
          05 FILLER                PIC X(5)  VALUE " RUN ".
          05 WS-W2CH-RUN-DATE      PIC 9(8).

       01 WS-W2S-COUNT-LINE.
          05 FILLER                PIC X(4)  VALUE SPACES.
          05 WS-W2SC-LABEL         PIC X(40).
          05 WS-W2SC-COUNT         PIC ZZZ,ZZ9.

       01 WS-W2S-BALANCED-LINE    PIC X(50) VALUE
           "TRANSMITTAL TOTALS AGREE WITH THE STATEMENTS".
       01 WS-W2S-OUT-OF-BALANCE-LINE PIC X(60) VALUE
           "*** TRANSMITTAL DOES NOT AGREE - YEAR NOT CLOSED".

      *> OFFCYCLE mode controls. A batch of payment requests -
      *> bonuses, corrections and manual pay, final pay - is paid
      *> between register cycles to the named employees only. The
      *> regular part is withheld through the tax tables as one
      *> period of the employee's frequency; bonuses and a final
      *> pay's vacation payout are supplemental wages withheld at
      *> the flat supplemental rate. An hours request is priced at
      *> the hourly rate, or for salaried staff at the annual
      *> salary over the standard working year. The batch is paid
      *> once: CTLHIST carries an O record for every batch whose
      *> feeds balanced.
       01 WS-OFQ-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-EOF-OFFCYCLE        PIC X(1)  VALUE "N".
          88 EOF-OFFCYCLE                  VALUE "Y".
       01 WS-OFFCYCLE-FLAG       PIC X(1)  VALUE "N".
          88 OFFCYCLE-MODE                 VALUE "Y".
       01 WS-OFC-SUPP-RATE       PIC 9(2)V99 VALUE 22.00.
       01 WS-OFC-ANNUAL-HOURS    PIC 9(4)  VALUE 2080.
       01 WS-OFC-PAY-DATE        PIC 9(8)  VALUE 0.
       01 WS-OFC-BATCH           PIC 9(2)  VALUE 0.
       01 WS-OFC-PAY-YEAR        PIC 9(4)  VALUE 0.
       01 WS-OFC-TRAILER-SEEN    PIC X(1)  VALUE "N".
          88 OFC-TRAILER-SEEN              VALUE "Y".
       01 WS-OFC-BATCH-PAID      PIC X(1)  VALUE "N".
          88 OFC-BATCH-PAID                VALUE "Y".
       01 WS-OFC-YEAR-CLOSED     PIC X(1)  VALUE "N".
          88 OFC-YEAR-CLOSED               VALUE "Y".
       01 WS-OFC-AMOUNT-HASH     PIC 9(11)V99 VALUE 0.
       01 WS-OFC-HOURS-HASH      PIC 9(7)V99 VALUE 0.
       01 WS-OFC-TRL-COUNT       PIC 9(5)  VALUE 0.
       01 WS-OFC-TRL-AMOUNT      PIC 9(11)V99 VALUE 0.
       01 WS-OFC-TRL-HOURS       PIC 9(7)V99 VALUE 0.

      *> The batch's requests, held so every line of an employee is
      *> paid as one payment wherever it sits in the batch
       01 WS-OFC-COUNT           PIC 9(5)  VALUE 0.
       01 WS-OFC-TABLE.
          05 WS-OFC-ENTRY OCCURS 1 TO 2000 TIMES
                           DEPENDING ON WS-OFC-COUNT
                           INDEXED BY WS-OFC-IDX WS-OFC-LINE-IDX.
             10 WS-OFC-EMP-ID      PIC 9(6).
             10 WS-OFC-PAY-TYPE    PIC X(1).
             10 WS-OFC-AMOUNT      PIC 9(7)V99.
             10 WS-OFC-HOURS       PIC 9(3)V99.
             10 WS-OFC-REASON      PIC X(30).
             10 WS-OFC-DONE        PIC X(1).
             10 WS-OFC-LINE-PAID   PIC X(1).
             10 WS-OFC-PAID-AMOUNT PIC 9(7)V99.

      *> One employee's payment while it is built
       01 WS-OFC-CURRENT-ID      PIC 9(6)  VALUE 0.
       01 WS-OFC-HOUR-RATE       PIC 9(5)V9(4) VALUE 0.
       01 WS-OFC-LINE-AMOUNT     PIC 9(7)V99 VALUE 0.
       01 WS-OFC-REGULAR-GROSS   PIC 9(8)V99 VALUE 0.
       01 WS-OFC-SUPP-GROSS      PIC 9(8)V99 VALUE 0.
       01 WS-OFC-SUPP-TAX        PIC 9(8)V99 VALUE 0.
       01 WS-OFC-LINES-PAID      PIC 9(3)  VALUE 0.
       01 WS-OFC-FIRST-TYPE      PIC X(1)  VALUE SPACE.
       01 WS-OFC-MIXED           PIC X(1)  VALUE "N".
          88 OFC-MIXED                     VALUE "Y".
       01 WS-OFC-FINAL-PAY       PIC X(1)  VALUE "N".
          88 OFC-FINAL-PAY                 VALUE "Y".
       01 WS-OFC-ALREADY-POSTED  PIC X(1)  VALUE "N".
          88 OFC-ALREADY-POSTED            VALUE "Y".
       01 WS-OFC-LEAVE-FOUND     PIC X(1)  VALUE "N".
          88 OFC-LEAVE-FOUND               VALUE "Y".
       01 WS-OFC-VAC-HOURS       PIC 9(5)V99 VALUE 0.
       01 WS-OFC-VAC-PAY         PIC 9(7)V99 VALUE 0.
       01 WS-OFC-TYPE-NAME       PIC X(10) VALUE SPACES.

      *> The O record left on CTLHIST by a paid batch
       01 WS-CTL-OFFCYCLE-RECORD.
          05 WS-CTL-O-TYPE         PIC X(1).
          05 WS-CTL-O-DATE         PIC 9(8).
          05 WS-CTL-O-TIME         PIC 9(6).
          05 WS-CTL-O-OPERATOR     PIC X(8).
          05 WS-CTL-O-PAY-DATE     PIC 9(8).
          05 WS-CTL-O-BATCH        PIC 9(2).
          05 WS-CTL-O-EMP-COUNT    PIC 9(4).
          05 WS-CTL-O-GRAND-TOTAL  PIC 9(9)V99.

       01 WS-STUB-OFFCYCLE-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-STO-TYPE           PIC X(10).
          05 FILLER                PIC X(1)  VALUE SPACES.
          05 WS-STO-REASON         PIC X(30).
          05 WS-STO-HOURS          PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
          05 FILLER                PIC X(1)  VALUE SPACES.
          05 WS-STO-AMOUNT         PIC Z,ZZZ,ZZ9.99.

      *> DEPTMAINT mode: A/C/D transactions against DEPTMAST under
      *> the run lock, proven against the batch trailer first (the
      *> EMPTRANS batch flags and counters above are shared), with
      *> the before/after images on the audit trail. A band change
      *> lists the salaried staff the register would then hold as
      *> outside the band; a delete is refused while any employee
      *> on the master still carries the department; a cost-center
      *> change is reported for finance with the staff it moves.
       01 WS-DTR-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-DRPT-FILE-STATUS    PIC X(2)  VALUE "00".
       01 WS-EOF-DEPT-TRANS      PIC X(1)  VALUE "N".
          88 EOF-DEPT-TRANS                VALUE "Y".
       01 WS-EOF-DEPT-SCAN       PIC X(1)  VALUE "N".
          88 EOF-DEPT-SCAN                 VALUE "Y".
       01 WS-DMT-VALID           PIC X(1)  VALUE "Y".
          88 DMT-VALID                     VALUE "Y".
       01 WS-DMT-BAND-CHANGED    PIC X(1)  VALUE "N".
          88 DMT-BAND-CHANGED              VALUE "Y".
       01 WS-DMT-CC-CHANGED      PIC X(1)  VALUE "N".
          88 DMT-CC-CHANGED                VALUE "Y".
       01 WS-DMT-LIST-MEMBERS    PIC X(1)  VALUE "N".
          88 DMT-LIST-MEMBERS              VALUE "Y".
       01 WS-DMT-RESULT          PIC X(40) VALUE SPACES.
       01 WS-DMT-OLD-NAME        PIC X(30) VALUE SPACES.
       01 WS-DMT-OLD-COST-CENTER PIC X(6)  VALUE SPACES.
       01 WS-DMT-OLD-MIN-SALARY  PIC 9(7)V99 VALUE 0.
       01 WS-DMT-OLD-MAX-SALARY  PIC 9(7)V99 VALUE 0.
       01 WS-DMT-EMP-COUNT       PIC 9(5)  VALUE 0.
       01 WS-DMT-CC-USERS        PIC 9(4)  VALUE 0.
       01 WS-DMT-ADD-COUNT       PIC 9(5)  VALUE 0.
       01 WS-DMT-CHANGE-COUNT    PIC 9(5)  VALUE 0.
       01 WS-DMT-DELETE-COUNT    PIC 9(5)  VALUE 0.
       01 WS-DMT-CC-CHANGE-COUNT PIC 9(5)  VALUE 0.
       01 WS-DMT-OUTSIDE-COUNT   PIC 9(5)  VALUE 0.

       01 WS-DEPTRPT-HEADING.
          05 FILLER           PIC X(32) VALUE
              "DEPARTMENT MASTER MAINTENANCE   ".
          05 FILLER           PIC X(4)  VALUE "RUN ".
          05 WS-DRH-RUN-DATE  PIC 9(8).
          05 FILLER           PIC X(11) VALUE "  OPERATOR ".
          05 WS-DRH-OPERATOR  PIC X(8).

       01 WS-DEPTRPT-COLUMNS.
          05 FILLER           PIC X(8)  VALUE "ACTION".
          05 FILLER           PIC X(11) VALUE "DEPT".
          05 FILLER           PIC X(31) VALUE "NAME".
          05 FILLER           PIC X(7)  VALUE "CC".
          05 FILLER           PIC X(13) VALUE "   BAND MIN".
          05 FILLER           PIC X(13) VALUE "   BAND MAX".
          05 FILLER           PIC X(40) VALUE "RESULT".

       01 WS-DEPTRPT-TRANS-LINE.
          05 WS-DRT-ACTION    PIC X(8).
          05 WS-DRT-DEPT      PIC X(10).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-DRT-NAME      PIC X(30).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-DRT-COST-CENTER PIC X(6).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-DRT-MIN       PIC Z,ZZZ,ZZ9.99.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-DRT-MAX       PIC Z,ZZZ,ZZ9.99.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-DRT-RESULT    PIC X(40).

      *> One employee under a band change or a refused delete: the
      *> USD column is the equivalent the band is checked against
       01 WS-DEPTRPT-EMP-LINE.
          05 FILLER           PIC X(8)  VALUE SPACES.
          05 WS-DRE-ID        PIC 9(6).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-DRE-NAME      PIC X(25).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-DRE-STATUS    PIC X(1).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-DRE-CURRENCY  PIC X(3).
          05 WS-DRE-SALARY    PIC Z,ZZZ,ZZ9.99.
          05 FILLER           PIC X(5)  VALUE " USD ".
          05 WS-DRE-USD-SALARY PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-DRE-NOTE      PIC X(30).

       01 WS-DEPTRPT-CC-LINE.
          05 FILLER           PIC X(8)  VALUE SPACES.
          05 FILLER           PIC X(24) VALUE
              "COST CENTER CHANGED FROM".
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-DRC-OLD       PIC X(6).
          05 FILLER           PIC X(4)  VALUE " TO ".
          05 WS-DRC-NEW       PIC X(6).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-DRC-EMP-COUNT PIC ZZ,ZZ9.
          05 FILLER           PIC X(50) VALUE
              " EMPLOYEES - GL SALARY POSTINGS MOVE NEXT REGISTER".

       01 WS-DEPTRPT-CC-NEW-LINE.
          05 FILLER           PIC X(8)  VALUE SPACES.
          05 FILLER           PIC X(34) VALUE
              "NO OTHER DEPARTMENT USES COST CTR ".
          05 WS-DRN-COST-CENTER PIC X(6).
          05 FILLER           PIC X(32) VALUE
              " - CONFIRM IT WITH FINANCE".

       01 WS-DEPTRPT-TOTAL-LINE.
          05 FILLER           PIC X(6)  VALUE "ADDS ".
          05 WS-DRS-ADDS      PIC ZZ,ZZ9.
          05 FILLER           PIC X(10) VALUE "  CHANGES ".
          05 WS-DRS-CHANGES   PIC ZZ,ZZ9.
          05 FILLER           PIC X(10) VALUE "  DELETES ".
          05 WS-DRS-DELETES   PIC ZZ,ZZ9.
          05 FILLER           PIC X(11) VALUE "  REJECTED ".
          05 WS-DRS-REJECTS   PIC ZZ,ZZ9.
          05 FILLER           PIC X(21) VALUE
              "  COST-CTR CHANGES ".
          05 WS-DRS-CC-CHANGES PIC ZZ,ZZ9.
          05 FILLER           PIC X(20) VALUE
              "  OUTSIDE NEW BAND ".
          05 WS-DRS-OUTSIDE   PIC ZZ,ZZ9.

      *> BANKCHG mode: bank-account changes under dual control. A
      *> change keyed by one operator waits on BANKPEND until an
      *> operator with a different id repeats it as an approval;
      *> only then is BANKMAST touched. The batch is proven against
      *> its trailer first with the EMPTRANS batch fields above.
       01 WS-BTR-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-BPN-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-BCR-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-EOF-BANK-TRANS      PIC X(1)  VALUE "N".
          88 EOF-BANK-TRANS                VALUE "Y".
       01 WS-BCH-VALID           PIC X(1)  VALUE "Y".
          88 BCH-VALID                     VALUE "Y".
       01 WS-BCH-EMP-FOUND       PIC X(1)  VALUE "N".
          88 BCH-EMP-FOUND                 VALUE "Y".
      *> Set by RETURNS when the account a notification corrects is
      *> the one last approved, so the approval follows the fix
       01 WS-BCH-WAS-APPROVED    PIC X(1)  VALUE "N".
          88 BCH-WAS-APPROVED              VALUE "Y".
       01 WS-BCH-RESULT          PIC X(40) VALUE SPACES.
       01 WS-BCH-EMP-NAME        PIC X(25) VALUE SPACES.
       01 WS-BCH-KEYED-COUNT     PIC 9(5)  VALUE 0.
       01 WS-BCH-APPROVED-COUNT  PIC 9(5)  VALUE 0.
       01 WS-BCH-DECLINED-COUNT  PIC 9(5)  VALUE 0.

       01 WS-BANKRPT-HEADING.
          05 FILLER           PIC X(32) VALUE
              "BANK ACCOUNT CHANGE CONTROL     ".
          05 FILLER           PIC X(4)  VALUE "RUN ".
          05 WS-BCH-RUN-DATE  PIC 9(8).
          05 FILLER           PIC X(11) VALUE "  OPERATOR ".
          05 WS-BCH-OPERATOR  PIC X(8).

       01 WS-BANKRPT-COLUMNS.
          05 FILLER           PIC X(8)  VALUE "ACTION".
          05 FILLER           PIC X(8)  VALUE "EMP ID".
          05 FILLER           PIC X(26) VALUE "NAME".
          05 FILLER           PIC X(10) VALUE "ROUTING".
          05 FILLER           PIC X(18) VALUE "ACCOUNT".
          05 FILLER           PIC X(2)  VALUE "T".
          05 FILLER           PIC X(9)  VALUE "KEYED BY".
          05 FILLER           PIC X(40) VALUE "RESULT".

       01 WS-BANKRPT-LINE.
          05 WS-BCL-ACTION    PIC X(8).
          05 WS-BCL-EMP-ID    PIC 9(6).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-BCL-NAME      PIC X(25).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-BCL-ROUTING   PIC X(9).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-BCL-ACCOUNT   PIC X(17).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-BCL-ACCT-TYPE PIC X(1).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-BCL-KEYED-BY  PIC X(8).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-BCL-RESULT    PIC X(40).

       01 WS-BANKRPT-TOTAL-LINE.
          05 FILLER           PIC X(6)  VALUE "KEYED ".
          05 WS-BCS-KEYED     PIC ZZ,ZZ9.
          05 FILLER           PIC X(11) VALUE "  APPROVED ".
          05 WS-BCS-APPROVED  PIC ZZ,ZZ9.
          05 FILLER           PIC X(11) VALUE "  DECLINED ".
          05 WS-BCS-DECLINED  PIC ZZ,ZZ9.
          05 FILLER           PIC X(11) VALUE "  REJECTED ".
          05 WS-BCS-REJECTS   PIC ZZ,ZZ9.

      *> Fraud screening, printed by every register run: deposits
      *> cut to an account no second operator approved, accounts
      *> shared by more than one employee, recent changes, and
      *> changes made in the period of a termination or of a name
      *> change on the audit trail (the master holds no address, so
      *> a name change is the identity change there is to see).
      *> The report only informs - it never holds a payment or
      *> moves the return code.
       01 WS-FRD-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-FRAUD-RECENT-DAYS   PIC 9(3)  VALUE 30.
       01 WS-FRD-RUN-INT         PIC 9(7)  VALUE 0.
       01 WS-FRD-CHANGE-INT      PIC 9(7)  VALUE 0.
       01 WS-FRD-TERM-INT        PIC 9(7)  VALUE 0.
       01 WS-FRD-PERIOD-START    PIC 9(8)  VALUE 0.
       01 WS-FRD-EMP-ID          PIC 9(6)  VALUE 0.
       01 WS-FRD-EMP-FOUND       PIC X(1)  VALUE "N".
          88 FRD-EMP-FOUND                 VALUE "Y".
       01 WS-FRD-NOTE            PIC X(40) VALUE SPACES.
       01 WS-FRD-PASS            PIC X(1)  VALUE SPACE.
          88 FRD-RECENT-PASS               VALUE "R".
          88 FRD-PERIOD-PASS               VALUE "P".
       01 WS-EOF-SORT-BANK       PIC X(1)  VALUE "N".
          88 EOF-SORT-BANK                 VALUE "Y".
       01 WS-FRD-UNAPPROVED-COUNT PIC 9(5) VALUE 0.
       01 WS-FRD-SHARED-COUNT    PIC 9(5)  VALUE 0.
       01 WS-FRD-RECENT-COUNT    PIC 9(5)  VALUE 0.
       01 WS-FRD-PERIOD-COUNT    PIC 9(5)  VALUE 0.
       01 WS-FRD-FINDINGS        PIC 9(6)  VALUE 0.

      *> One routing/account group off the sorted bank master; the
      *> first 50 holders are listed, the rest only counted
       01 WS-FSG-ROUTING         PIC X(9)  VALUE SPACES.
       01 WS-FSG-ACCOUNT         PIC X(17) VALUE SPACES.
       01 WS-FSG-MEMBERS         PIC 9(5)  VALUE 0.
       01 WS-FSG-LISTED          PIC 9(2)  VALUE 0.
       01 WS-FSG-TABLE.
          05 WS-FSG-ENTRY OCCURS 1 TO 50 TIMES
                          DEPENDING ON WS-FSG-LISTED
                          INDEXED BY WS-FSG-IDX.
             10 WS-FSG-EMP-ID    PIC 9(6).

      *> Employees whose name changed on the audit trail since the
      *> period opened
       01 WS-FNC-COUNT           PIC 9(3)  VALUE 0.
       01 WS-FNC-OVERFLOW        PIC X(1)  VALUE "N".
          88 FNC-OVERFLOW                  VALUE "Y".
       01 WS-FNC-TABLE.
          05 WS-FNC-ENTRY OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-FNC-COUNT
                          INDEXED BY WS-FNC-IDX.
             10 WS-FNC-EMP-ID    PIC 9(6).
             10 WS-FNC-DATE      PIC 9(8).

       01 WS-FRAUDRPT-HEADING.
          05 FILLER           PIC X(32) VALUE
              "BANK ACCOUNT FRAUD SCREENING    ".
          05 FILLER           PIC X(7)  VALUE "PERIOD ".
          05 WS-FRH-PERIOD    PIC 9(8).
          05 FILLER           PIC X(5)  VALUE " RUN ".
          05 WS-FRH-RUN-DATE  PIC 9(8).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-FRH-FLAG      PIC X(26) VALUE SPACES.

       01 WS-FRAUDRPT-SECTION.
          05 WS-FRS-TITLE     PIC X(70).

       01 WS-FRAUDRPT-RECENT-TITLE.
          05 FILLER           PIC X(28) VALUE
              "ACCOUNTS CHANGED IN THE LAST".
          05 WS-FRR-DAYS      PIC ZZ9.
          05 FILLER           PIC X(5)  VALUE " DAYS".

       01 WS-FRAUDRPT-COLUMNS.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 FILLER           PIC X(8)  VALUE "EMP ID".
          05 FILLER           PIC X(26) VALUE "NAME".
          05 FILLER           PIC X(3)  VALUE "S".
          05 FILLER           PIC X(10) VALUE "ROUTING".
          05 FILLER           PIC X(19) VALUE "ACCOUNT".
          05 FILLER           PIC X(10) VALUE "CHANGED".
          05 FILLER           PIC X(14) VALUE "     DEPOSIT".
          05 FILLER           PIC X(40) VALUE "NOTE".

       01 WS-FRAUDRPT-LINE.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-FRL-EMP-ID    PIC 9(6).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-FRL-NAME      PIC X(25).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-FRL-STATUS    PIC X(1).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-FRL-ROUTING   PIC X(9).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-FRL-ACCOUNT   PIC X(17).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-FRL-CHANGED   PIC 9(8)  BLANK WHEN ZERO.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-FRL-AMOUNT    PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-FRL-NOTE      PIC X(40).

       01 WS-FRAUDRPT-SHARED-LINE.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 FILLER           PIC X(8)  VALUE "ACCOUNT ".
          05 WS-FRG-ROUTING   PIC X(9).
          05 FILLER           PIC X(1)  VALUE "/".
          05 WS-FRG-ACCOUNT   PIC X(17).
          05 FILLER           PIC X(11) VALUE " SHARED BY ".
          05 WS-FRG-MEMBERS   PIC ZZ,ZZ9.
          05 FILLER           PIC X(10) VALUE " EMPLOYEES".

       01 WS-FRAUDRPT-NONE.
          05 FILLER           PIC X(8)  VALUE "  NONE".

       01 WS-FRAUDRPT-TOTAL-LINE.
          05 FILLER           PIC X(21) VALUE
              "UNAPPROVED DEPOSITS ".
          05 WS-FRT-UNAPPROVED PIC ZZ,ZZ9.
          05 FILLER           PIC X(18) VALUE "  SHARED ACCOUNTS ".
          05 WS-FRT-SHARED    PIC ZZ,ZZ9.
          05 FILLER           PIC X(18) VALUE "  RECENT CHANGES ".
          05 WS-FRT-RECENT    PIC ZZ,ZZ9.
          05 FILLER           PIC X(23) VALUE
              "  SAME-PERIOD CHANGES ".
          05 WS-FRT-PERIOD    PIC ZZ,ZZ9.

      *> Labor distribution: the split in force for the employee
      *> being paid, hours their timecards booked to projects, and
      *> the labor lines their gross and employer tax are spread
      *> over before going into the run's WS-LDT table
       01 WS-LDM-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-LDR-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-EOF-LABDIST         PIC X(1)  VALUE "N".
          88 EOF-LABDIST                   VALUE "Y".
       01 WS-LDS-FOUND           PIC X(1)  VALUE "N".
          88 LDS-FOUND                     VALUE "Y".
       01 WS-LDS-VALID           PIC X(1)  VALUE "Y".
          88 LDS-VALID                     VALUE "Y".
       01 WS-LDS-EFF-DATE        PIC 9(8)  VALUE 0.
       01 WS-LDS-PERCENT-TOTAL   PIC 9(5)V99 VALUE 0.
       01 WS-LDS-COUNT           PIC 9(2)  VALUE 0.
       01 WS-LDS-TABLE.
          05 WS-LDS-ENTRY OCCURS 1 TO 10 TIMES
                           DEPENDING ON WS-LDS-COUNT
                           INDEXED BY WS-LDS-IDX.
             10 WS-LDS-COST-CENTER  PIC X(6).
             10 WS-LDS-PROJECT      PIC X(8).
             10 WS-LDS-PERCENT      PIC 9(3)V99.
       01 WS-LTP-REG-TOT         PIC 9(4)V99 VALUE 0.
       01 WS-LTP-OT-TOT          PIC 9(4)V99 VALUE 0.
       01 WS-LTP-COUNT           PIC 9(2)  VALUE 0.
       01 WS-LTP-TABLE.
          05 WS-LTP-ENTRY OCCURS 1 TO 20 TIMES
                           DEPENDING ON WS-LTP-COUNT
                           INDEXED BY WS-LTP-IDX.
             10 WS-LTP-PROJECT      PIC X(8).
             10 WS-LTP-REG-HOURS    PIC 9(4)V99.
             10 WS-LTP-OT-HOURS     PIC 9(4)V99.
       01 WS-LDE-COUNT           PIC 9(2)  VALUE 0.
       01 WS-LDE-TABLE.
          05 WS-LDE-ENTRY OCCURS 1 TO 30 TIMES
                           DEPENDING ON WS-LDE-COUNT
                           INDEXED BY WS-LDE-IDX.
             10 WS-LDE-COST-CENTER  PIC X(6).
             10 WS-LDE-PROJECT      PIC X(8).
             10 WS-LDE-GROSS        PIC S9(11)V99.
       01 WS-LDE-WORK-CC         PIC X(6)  VALUE SPACES.
       01 WS-LDE-WORK-PROJECT    PIC X(8)  VALUE SPACES.
       01 WS-LDE-BASE            PIC S9(11)V99 VALUE 0.
       01 WS-LDE-TO-SPREAD       PIC S9(11)V99 VALUE 0.
       01 WS-LDE-SPREAD-SUM      PIC S9(11)V99 VALUE 0.
       01 WS-LDE-AMOUNT          PIC S9(11)V99 VALUE 0.
       01 WS-LDE-ER-TOTAL        PIC S9(11)V99 VALUE 0.
       01 WS-LDE-ALL-ON-PROJECTS PIC X(1)  VALUE "N".
          88 LDE-ALL-ON-PROJECTS           VALUE "Y".
       01 WS-LDT-OK              PIC X(1)  VALUE "Y".
          88 LDT-OK                        VALUE "Y".

      *> Labor distribution report: projects and cost centers as
      *> first met in the run, and the figures that tie it back to
      *> the register
       01 WS-LDP-COUNT           PIC 9(3)  VALUE 0.
       01 WS-LDP-TABLE.
          05 WS-LDP-ENTRY OCCURS 1 TO 200 TIMES
                           DEPENDING ON WS-LDP-COUNT
                           INDEXED BY WS-LDP-IDX.
             10 WS-LDP-PROJECT      PIC X(8).
       01 WS-LDC-COUNT           PIC 9(3)  VALUE 0.
       01 WS-LDC-TABLE.
          05 WS-LDC-ENTRY OCCURS 1 TO 200 TIMES
                           DEPENDING ON WS-LDC-COUNT
                           INDEXED BY WS-LDC-IDX.
             10 WS-LDC-COST-CENTER  PIC X(6).
             10 WS-LDC-GROSS        PIC S9(11)V99.
             10 WS-LDC-ER-TAX       PIC S9(11)V99.
       01 WS-LDR-PROJ-GROSS      PIC S9(11)V99 VALUE 0.
       01 WS-LDR-PROJ-ER         PIC S9(11)V99 VALUE 0.
       01 WS-LDR-GROSS-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-LDR-ER-TOTAL        PIC S9(11)V99 VALUE 0.
       01 WS-LDR-DIST-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-LDR-SPLIT-COUNT     PIC 9(5)  VALUE 0.
       01 WS-LDR-TIMECARD-COUNT  PIC 9(5)  VALUE 0.
       01 WS-LDR-REJECT-COUNT    PIC 9(5)  VALUE 0.

       01 WS-LDR-HEADING.
          05 FILLER           PIC X(46) VALUE
              "LABOR DISTRIBUTION BY PROJECT AND COST CENTER".
          05 FILLER           PIC X(8)  VALUE " PERIOD ".
          05 WS-LDRH-PERIOD   PIC 9(8).
          05 FILLER           PIC X(5)  VALUE " RUN ".
          05 WS-LDRH-RUN-DATE PIC 9(8).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-LDRH-FLAG     PIC X(26) VALUE SPACES.

       01 WS-LDR-COLUMNS.
          05 FILLER           PIC X(22) VALUE
              "  PROJECT    COST CTR".
          05 FILLER           PIC X(18) VALUE "         GROSS PAY".
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 FILLER           PIC X(18) VALUE "      EMPLOYER TAX".
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 FILLER           PIC X(18) VALUE "        TOTAL COST".

       01 WS-LDR-SECTION.
          05 WS-LDRS-TITLE    PIC X(70).

       01 WS-LDR-PROJECT-LINE.
          05 FILLER           PIC X(8)  VALUE "PROJECT ".
          05 WS-LDRP-PROJECT  PIC X(8).

       01 WS-LDR-LINE.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-LDRL-PROJECT  PIC X(8).
          05 FILLER           PIC X(3)  VALUE SPACES.
          05 WS-LDRL-COST-CENTER PIC X(6).
          05 FILLER           PIC X(3)  VALUE SPACES.
          05 WS-LDRL-GROSS    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-LDRL-ER-TAX   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-LDRL-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-LDR-TOTAL-LINE.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-LDRT-LABEL    PIC X(20).
          05 WS-LDRT-GROSS    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-LDRT-ER-TAX   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-LDRT-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-LDR-COUNT-LINE.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-LDRC-LABEL    PIC X(40).
          05 WS-LDRC-COUNT    PIC ZZ,ZZ9.

       01 WS-LDR-TIE-LINE.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-LDRX-TEXT     PIC X(60).

      *> Headcount analytics: the month being reported and its
      *> bounds, the department table the movement and pay figures
      *> build in (the last entry carries the company total), and
      *> the trend generation rolled forward with this month in it
       01 WS-HCR-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-HTI-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-HTO-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-EOF-TREND-IN        PIC X(1)  VALUE "N".
          88 EOF-TREND-IN                  VALUE "Y".
       01 WS-EOF-SORT-HEAD       PIC X(1)  VALUE "N".
          88 EOF-SORT-HEAD                 VALUE "Y".
       01 WS-HC-YEAR             PIC 9(4)  VALUE 0.
       01 WS-HC-MM               PIC 9(2)  VALUE 0.
       01 WS-HC-MONTH            PIC 9(6)  VALUE 0.
       01 WS-HC-PRIOR-MONTH      PIC 9(6)  VALUE 0.
       01 WS-HC-MONTH-START      PIC 9(8)  VALUE 0.
       01 WS-HC-NEXT-START       PIC 9(8)  VALUE 0.
       01 WS-HC-MONTH-END        PIC 9(8)  VALUE 0.
       01 WS-HC-END-INT          PIC 9(8)  VALUE 0.
       01 WS-HC-TERM-DATE        PIC 9(8)  VALUE 0.
       01 WS-HC-TENURE-DAYS      PIC 9(8)  VALUE 0.
       01 WS-HC-DEPT-FOUND       PIC X(1)  VALUE "N".
          88 HC-DEPT-FOUND                 VALUE "Y".
       01 WS-HC-TREND-WRITTEN    PIC X(1)  VALUE "N".
          88 HC-TREND-WRITTEN              VALUE "Y".
       01 WS-HC-NEW-DEPT         PIC X(10) VALUE SPACES.
       01 WS-HC-SORT-DEPT        PIC X(10) VALUE SPACES.
       01 WS-HC-SORT-POS         PIC 9(6)  VALUE 0.
       01 WS-HC-MEDIAN-LOW       PIC 9(6)  VALUE 0.
       01 WS-HC-MEDIAN-HIGH      PIC 9(6)  VALUE 0.
       01 WS-HC-MEDIAN-LOW-PAY   PIC 9(9)V99 VALUE 0.
       01 WS-HC-HEADCOUNT-SUM    PIC 9(7)  VALUE 0.
       01 WS-HC-MASTER-COUNT     PIC 9(6)  VALUE 0.
       01 WS-HC-ARCHIVE-COUNT    PIC 9(6)  VALUE 0.
       01 WS-HC-NO-TERM-DATE     PIC 9(6)  VALUE 0.
       01 WS-HC-NO-HIRE-DATE     PIC 9(6)  VALUE 0.
       01 WS-HC-TREND-COPIED     PIC 9(6)  VALUE 0.
       01 WS-HC-TREND-REPLACED   PIC 9(6)  VALUE 0.
       01 WS-HC-TREND-NEW        PIC 9(6)  VALUE 0.
       01 WS-HC-TOTAL-IDX        PIC 9(3)  VALUE 0.
       01 WS-HCD-COUNT           PIC 9(3)  VALUE 0.
       01 WS-HCD-TABLE.
          05 WS-HCD-ENTRY OCCURS 1 TO 200 TIMES
                           DEPENDING ON WS-HCD-COUNT
                           INDEXED BY WS-HCD-IDX.
             10 WS-HCD-DEPT-CODE    PIC X(10).
             10 WS-HCD-DEPT-NAME    PIC X(30).
             10 WS-HCD-MIN-SALARY   PIC 9(7)V99.
             10 WS-HCD-MAX-SALARY   PIC 9(7)V99.
             10 WS-HCD-OPENING      PIC 9(6).
             10 WS-HCD-HIRES        PIC 9(6).
             10 WS-HCD-TERMS        PIC 9(6).
             10 WS-HCD-LEAVE-UNPAID PIC 9(6).
             10 WS-HCD-LEAVE-PAID   PIC 9(6).
             10 WS-HCD-CLOSING      PIC 9(6).
             10 WS-HCD-SALARIED     PIC 9(6).
             10 WS-HCD-HOURLY       PIC 9(6).
             10 WS-HCD-TENURE-COUNT PIC 9(6).
             10 WS-HCD-TENURE-DAYS  PIC 9(11).
             10 WS-HCD-PAY-COUNT    PIC 9(6).
             10 WS-HCD-PAY-TOTAL    PIC 9(13)V99.
             10 WS-HCD-MEDIAN-PAY   PIC 9(9)V99.
             10 WS-HCD-BELOW-BAND   PIC 9(6).
             10 WS-HCD-ABOVE-BAND   PIC 9(6).
             10 WS-HCD-NO-FX        PIC 9(6).
             10 WS-HCD-TURNOVER     PIC 9(3)V99.
             10 WS-HCD-AVG-TENURE   PIC 9(3)V9.
             10 WS-HCD-AVG-PAY      PIC 9(9)V99.
             10 WS-HCD-PRIOR-FOUND  PIC X(1).
             10 WS-HCD-PRIOR-CLOSING PIC 9(6).
             10 WS-HCD-PRIOR-TURNOVER PIC 9(3)V99.

      *> One HEADTRND record per department per month, plus the
      *> company total under department *ALL, so month-over-month
      *> figures can be compared without rerunning old months
       01 WS-HTR-RECORD.
          05 WS-HTR-MONTH        PIC 9(6).
          05 WS-HTR-DEPT         PIC X(10).
          05 WS-HTR-OPENING      PIC 9(6).
          05 WS-HTR-HIRES        PIC 9(6).
          05 WS-HTR-TERMS        PIC 9(6).
          05 WS-HTR-LEAVE-UNPAID PIC 9(6).
          05 WS-HTR-LEAVE-PAID   PIC 9(6).
          05 WS-HTR-CLOSING      PIC 9(6).
          05 WS-HTR-TURNOVER     PIC 9(3)V99.
          05 WS-HTR-AVG-TENURE   PIC 9(3)V9.
          05 WS-HTR-SALARIED     PIC 9(6).
          05 WS-HTR-HOURLY       PIC 9(6).
          05 WS-HTR-PAY-COUNT    PIC 9(6).
          05 WS-HTR-AVG-PAY      PIC 9(9)V99.
          05 WS-HTR-MEDIAN-PAY   PIC 9(9)V99.
          05 WS-HTR-BELOW-BAND   PIC 9(6).
          05 WS-HTR-ABOVE-BAND   PIC 9(6).
          05 WS-HTR-NO-FX        PIC 9(6).
          05 WS-HTR-RUN-DATE     PIC 9(8).
          05 FILLER              PIC X(1)  VALUE SPACES.

       01 WS-HCR-HEADING.
          05 FILLER           PIC X(44) VALUE
              "HEADCOUNT, TURNOVER AND PAY BY DEPARTMENT".
          05 FILLER           PIC X(7)  VALUE " MONTH ".
          05 WS-HCRH-MONTH    PIC 9(6).
          05 FILLER           PIC X(7)  VALUE " PRIOR ".
          05 WS-HCRH-PRIOR    PIC 9(6).
          05 FILLER           PIC X(5)  VALUE " RUN ".
          05 WS-HCRH-RUN-DATE PIC 9(8).

       01 WS-HCR-SECTION.
          05 WS-HCRS-TITLE    PIC X(70).

       01 WS-HCR-COLUMNS-1.
          05 FILLER           PIC X(40) VALUE
              "                                 OPENING".
          05 FILLER           PIC X(40) VALUE
              "                 UNPAID   PAID CLOSING  ".
          05 FILLER           PIC X(40) VALUE
              " PRIOR  TURN-  PRIOR   AVG              ".
          05 FILLER           PIC X(8)  VALUE "     PCT".

       01 WS-HCR-COLUMNS-2.
          05 FILLER           PIC X(40) VALUE
              "DEPT        NAME                   COUNT".
          05 FILLER           PIC X(38) VALUE
              "   HIRES   TERMS  LEAVE  LEAVE   COUNT".
          05 FILLER           PIC X(37) VALUE
              " CLOSING OVER % TURN % YEARS  SALARY ".
          05 FILLER           PIC X(13) VALUE
              " HOURLY  HRLY".
       01 WS-HCR-LINE.
          05 WS-HCRL-DEPT     PIC X(10).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-HCRL-NAME     PIC X(20).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRL-OPENING  PIC ZZZ,ZZ9.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRL-HIRES    PIC ZZZ,ZZ9.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRL-TERMS    PIC ZZZ,ZZ9.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRL-LEAVE-UNPAID PIC ZZ,ZZ9.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRL-LEAVE-PAID PIC ZZ,ZZ9.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRL-CLOSING  PIC ZZZ,ZZ9.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRL-PRIOR-CLOSING PIC X(7).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRL-TURNOVER PIC ZZ9.99.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRL-PRIOR-TURNOVER PIC X(6).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRL-TENURE   PIC ZZ9.9.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRL-SALARIED PIC ZZZ,ZZ9.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRL-HOURLY   PIC ZZZ,ZZ9.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRL-PCT-HOURLY PIC ZZ9.9.

      *> Prior-month columns are edited here first so a department
      *> with no figures on the trend file can print N/A instead
       01 WS-HC-EDIT-COUNT       PIC ZZZ,ZZ9.
       01 WS-HC-EDIT-RATE        PIC ZZ9.99.

       01 WS-HCR-PAY-COLUMNS-1.
          05 FILLER           PIC X(40) VALUE
              "                                   STAFF".
          05 FILLER           PIC X(39) VALUE
              "        AVERAGE         MEDIAN         ".
          05 FILLER           PIC X(36) VALUE
              " BAND          BAND   BELOW   ABOVE".
          05 FILLER           PIC X(8)  VALUE "   NO FX".

       01 WS-HCR-PAY-COLUMNS-2.
          05 FILLER           PIC X(40) VALUE
              "DEPT        NAME                   COUNT".
          05 FILLER           PIC X(36) VALUE
              "        USD PAY        USD PAY      ".
          05 FILLER           PIC X(40) VALUE
              " MINIMUM       MAXIMUM    BAND    BAND  ".
          05 FILLER           PIC X(6)  VALUE "  RATE".
       01 WS-HCR-PAY-LINE.
          05 WS-HCRP-DEPT     PIC X(10).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-HCRP-NAME     PIC X(20).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRP-COUNT    PIC ZZZ,ZZ9.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRP-AVG-PAY  PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRP-MEDIAN-PAY PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRP-MIN-SALARY PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRP-MAX-SALARY PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRP-BELOW    PIC ZZZ,ZZ9.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRP-ABOVE    PIC ZZZ,ZZ9.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-HCRP-NO-FX    PIC ZZZ,ZZ9.

       01 WS-HCR-COUNT-LINE.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-HCRC-LABEL    PIC X(50).
          05 WS-HCRC-COUNT    PIC ZZZ,ZZ9.

       01 WS-HCR-NOTE-LINE.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-HCRN-TEXT     PIC X(100).

      *> HR feed load and roster compare: the feed's control proof,
      *> the worker being mapped with the current master image held
      *> in WS-EMPLOYEE, and the compare's match-merge position
       01 WS-HRF-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-HMR-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-HCP-FILE-STATUS     PIC X(2)  VALUE "00".
       01 WS-EOF-HR-FEED         PIC X(1)  VALUE "N".
          88 EOF-HR-FEED                   VALUE "Y".
       01 WS-EOF-SORT-HR         PIC X(1)  VALUE "N".
          88 EOF-SORT-HR                   VALUE "Y".
       01 WS-HRF-OK              PIC X(1)  VALUE "Y".
          88 HRF-OK                        VALUE "Y".
       01 WS-HRF-ERROR-TEXT      PIC X(40) VALUE SPACES.
       01 WS-HRF-TRAILER-SEEN    PIC X(1)  VALUE "N".
          88 HRF-TRAILER-SEEN              VALUE "Y".
       01 WS-HRF-DETAIL-COUNT    PIC 9(7)  VALUE 0.
       01 WS-HRF-TRL-COUNT-SAVE  PIC 9(7)  VALUE 0.
       01 WS-HRF-FILE-DATE       PIC 9(8)  VALUE 0.
       01 WS-HRL-GROUP-ID        PIC X(9)  VALUE SPACES.
       01 WS-HRL-EMP-ID          PIC 9(6)  VALUE 0.
       01 WS-HRL-ON-FILE         PIC X(1)  VALUE "N".
          88 HRL-ON-FILE                   VALUE "Y".
       01 WS-HRL-REASON-CODE     PIC X(3)  VALUE SPACES.
          88 HRL-MAPPED                    VALUE SPACES.
       01 WS-HRL-REASON-TEXT     PIC X(40) VALUE SPACES.
       01 WS-HRL-ACTION          PIC X(1)  VALUE SPACES.
       01 WS-HRL-CLEAR-TERM      PIC X(1)  VALUE "N".
          88 HRL-CLEAR-TERM                VALUE "Y".
       01 WS-HRL-NAME            PIC X(25) VALUE SPACES.
       01 WS-HRL-NAME-FITS       PIC X(1)  VALUE "Y".
          88 HRL-NAME-FITS                 VALUE "Y".
       01 WS-HRL-STATUS          PIC X(1)  VALUE SPACES.
       01 WS-HRL-PAY-TYPE        PIC X(1)  VALUE SPACES.
       01 WS-HRL-SALARY          PIC 9(7)V99 VALUE 0.
       01 WS-HRL-HOURLY-RATE     PIC 9(4)V99 VALUE 0.
       01 WS-HRL-PAY-FREQ        PIC X(1)  VALUE SPACES.
       01 WS-HRL-PERIODS         PIC 9(2)  VALUE 0.
       01 WS-HRL-HIRE-DATE       PIC 9(8)  VALUE 0.
       01 WS-HRL-HIRE-GIVEN      PIC X(1)  VALUE "N".
          88 HRL-HIRE-GIVEN                VALUE "Y".
       01 WS-HRL-TERM-DATE       PIC 9(8)  VALUE 0.
       01 WS-HRL-TERM-GIVEN      PIC X(1)  VALUE "N".
          88 HRL-TERM-GIVEN                VALUE "Y".
       01 WS-HRL-EFF-DATE        PIC 9(8)  VALUE 0.
       01 WS-HRL-EFF-GIVEN       PIC X(1)  VALUE "N".
          88 HRL-EFF-GIVEN                 VALUE "Y".
       01 WS-HRL-DATE-IN         PIC X(10) VALUE SPACES.
       01 WS-HRL-DATE-OUT        PIC 9(8)  VALUE 0.
       01 WS-HRL-DATE-GIVEN      PIC X(1)  VALUE "N".
          88 HRL-DATE-GIVEN                VALUE "Y".
       01 WS-HRL-DATE-OK         PIC X(1)  VALUE "N".
          88 HRL-DATE-OK                   VALUE "Y".
       01 WS-HRL-READ-COUNT      PIC 9(7)  VALUE 0.
       01 WS-HRL-ADD-COUNT       PIC 9(7)  VALUE 0.
       01 WS-HRL-UPDATE-COUNT    PIC 9(7)  VALUE 0.
       01 WS-HRL-REJECT-COUNT    PIC 9(7)  VALUE 0.
       01 WS-HRL-TRANS-COUNT     PIC 9(5)  VALUE 0.
       01 WS-HRL-SALARY-HASH     PIC 9(11)V99 VALUE 0.
       01 WS-HRC-LAST-ID         PIC 9(6)  VALUE 0.
       01 WS-HRC-DIFF-ID         PIC X(9)  VALUE SPACES.
       01 WS-HRC-PERIOD-PAY      PIC 9(7)V99 VALUE 0.
       01 WS-HRC-PAYROLL-ANNUAL  PIC 9(10)V99 VALUE 0.
       01 WS-HRC-ROSTER-COUNT    PIC 9(7)  VALUE 0.
       01 WS-HRC-MATCHED-COUNT   PIC 9(7)  VALUE 0.
       01 WS-HRC-DIFF-COUNT      PIC 9(7)  VALUE 0.
       01 WS-HRC-EMP-DIFF-COUNT  PIC 9(7)  VALUE 0.
       01 WS-HRC-HR-ONLY-COUNT   PIC 9(7)  VALUE 0.
       01 WS-HRC-PAY-ONLY-COUNT  PIC 9(7)  VALUE 0.
       01 WS-HRC-PURGED-COUNT    PIC 9(7)  VALUE 0.
       01 WS-HRC-EDIT-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-HRC-EDIT-RATE       PIC Z,ZZ9.99.

      *> One HR feed detail; the org unit is the department code
      *> and the worker id carries the payroll id in its last six
      *> digits. Dates arrive as YYYY-MM-DD.
       01 WS-HRW-RECORD.
          05 WS-HRW-TYPE         PIC X(1).
          05 WS-HRW-EVENT        PIC X(2).
             88 HRW-EVENT-KNOWN  VALUE "NH" "RH" "TR" "PC" "DC" "LA"
                                       "RL" "TM".
          05 WS-HRW-WORKER-ID    PIC X(9).
          05 WS-HRW-LAST-NAME    PIC X(20).
          05 WS-HRW-FIRST-NAME   PIC X(15).
          05 WS-HRW-ORG-UNIT     PIC X(10).
          05 WS-HRW-EMPL-STATUS  PIC X(2).
          05 WS-HRW-COMP-BASIS   PIC X(1).
          05 WS-HRW-ANNUAL-SALARY PIC 9(9)V99.
          05 WS-HRW-HOURLY-RATE  PIC 9(5)V99.
          05 WS-HRW-PAY-GROUP    PIC X(2).
          05 WS-HRW-CURRENCY     PIC X(3).
          05 WS-HRW-HIRE-DATE    PIC X(10).
          05 WS-HRW-TERM-DATE    PIC X(10).
          05 WS-HRW-EFF-DATE     PIC X(10).
          05 WS-HRW-WORK-STATE   PIC X(2).
          05 WS-HRW-FILING-STATUS PIC X(1).
          05 FILLER              PIC X(34).

       01 WS-HMR-HEADING.
          05 FILLER           PIC X(40) VALUE
              "HR CHANGES MAPPED TO EMPTRANS - REJECTS".
          05 FILLER           PIC X(9)  VALUE " HR FILE ".
          05 WS-HMRH-FILE-DATE PIC 9(8).
          05 FILLER           PIC X(5)  VALUE " RUN ".
          05 WS-HMRH-RUN-DATE PIC 9(8).

       01 WS-HMR-COLUMNS.
          05 FILLER           PIC X(11) VALUE "WORKER ID".
          05 FILLER           PIC X(4)  VALUE "EV".
          05 FILLER           PIC X(27) VALUE "NAME AS MAPPED".
          05 FILLER           PIC X(12) VALUE "ORG UNIT".
          05 FILLER           PIC X(5)  VALUE "RSN".
          05 FILLER           PIC X(6)  VALUE "REASON".

       01 WS-HMR-LINE.
          05 WS-HMRL-WORKER-ID PIC X(9).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-HMRL-EVENT    PIC X(2).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-HMRL-NAME     PIC X(25).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-HMRL-ORG-UNIT PIC X(10).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-HMRL-CODE     PIC X(3).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-HMRL-TEXT     PIC X(40).

       01 WS-HMR-COUNT-LINE.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-HMRC-LABEL    PIC X(40).
          05 WS-HMRC-COUNT    PIC Z,ZZZ,ZZ9.

       01 WS-HMR-HASH-LINE.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 FILLER           PIC X(40) VALUE
              "EMPTRANS TRAILER SALARY HASH".
          05 WS-HMRT-HASH     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-HMR-NOTE-LINE.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-HMRN-TEXT     PIC X(100).

       01 WS-HCP-HEADING.
          05 FILLER           PIC X(32) VALUE
              "HR ROSTER COMPARED WITH EMPMAST".
          05 FILLER           PIC X(11) VALUE " HR ROSTER ".
          05 WS-HCPH-FILE-DATE PIC 9(8).
          05 FILLER           PIC X(5)  VALUE " RUN ".
          05 WS-HCPH-RUN-DATE PIC 9(8).

       01 WS-HCP-COLUMNS.
          05 FILLER           PIC X(11) VALUE "EMPLOYEE".
          05 FILLER           PIC X(27) VALUE "NAME".
          05 FILLER           PIC X(28) VALUE "DIFFERENCE".
          05 FILLER           PIC X(18) VALUE "PAYROLL".
          05 FILLER           PIC X(2)  VALUE "HR".

       01 WS-HCP-LINE.
          05 WS-HCPL-ID       PIC X(9).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-HCPL-NAME     PIC X(25).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-HCPL-DIFF     PIC X(26).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-HCPL-PAYROLL  PIC X(16).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-HCPL-HR       PIC X(16).

       01 WS-HCP-COUNT-LINE.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-HCPC-LABEL    PIC X(40).
          05 WS-HCPC-COUNT    PIC Z,ZZZ,ZZ9.

      *> Diagnostic fields for a failed OPEN
       01 WS-ABEND-FILE-NAME     PIC X(22) VALUE SPACES.
       01 WS-ABEND-STATUS        PIC X(2)  VALUE SPACES.

      *> Real MVS batch delivers the EXEC statement's PARM= value here
      *> (halfword length + text), not via ACCEPT FROM COMMAND-LINE -
      *> that's a GnuCOBOL/Unix extension for argv that a z/OS caller
      *> never populates.
       LINKAGE SECTION.
       01 LS-PARM-AREA.
          05 LS-PARM-LENGTH      PIC S9(4) COMP.
          05 LS-PARM-TEXT        PIC X(100).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           IF LS-PARM-LENGTH > 0
               MOVE SPACES TO WS-PARM
               IF LS-PARM-LENGTH > LENGTH OF WS-PARM
                   MOVE LS-PARM-TEXT(1:LENGTH OF WS-PARM) TO WS-PARM
               ELSE
                   MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM
               END-IF
           ELSE
              *> No caller-supplied PARM (e.g. a GnuCOBOL command-line
              *> desk-check run with no USING argument) - fall back to
              *> argv so local testing keeps working.
               ACCEPT WS-PARM FROM COMMAND-LINE
           END-IF
           UNSTRING WS-PARM DELIMITED BY ","
               INTO WS-COMMAND-MODE WS-OPERATOR-ID WS-PARM-ARG
           END-UNSTRING
           IF WS-COMMAND-MODE = "MAINTAIN"
               PERFORM TAKE-RUN-LOCK
               PERFORM MAINTAIN-EMPLOYEE-MASTER
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
      *> Department adds, changes and deletes, audited like MAINTAIN
           IF WS-COMMAND-MODE = "DEPTMAINT"
               PERFORM TAKE-RUN-LOCK
               PERFORM MAINTAIN-DEPARTMENT-MASTER
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
      *> Bank-account changes: keyed by one operator, applied only
      *> when a second operator approves them
           IF WS-COMMAND-MODE = "BANKCHG"
               PERFORM TAKE-RUN-LOCK
               PERFORM MAINTAIN-BANK-ACCOUNTS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           IF WS-COMMAND-MODE = "EXTRACT"
               PERFORM EXTRACT-EMPLOYEE-ROSTER
               STOP RUN
           END-IF
           IF WS-COMMAND-MODE = "YTDRPT"
               PERFORM PRINT-YTD-REPORT
               STOP RUN
           END-IF
           IF WS-COMMAND-MODE = "INQUIRY"
               PERFORM RUN-INQUIRY
               STOP RUN
           END-IF
           IF WS-COMMAND-MODE = "AUDITRPT"
               PERFORM TAKE-RUN-LOCK
               PERFORM PRINT-AUDIT-ACTIVITY
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           IF WS-COMMAND-MODE = "ADJUST"
               PERFORM TAKE-RUN-LOCK
               PERFORM ADJUST-SALARIES
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
      *> Operations signs the day's ADJUST/MAINTAIN output off with
      *> a RELEASE submit; until then the register refuses to run
      *> on top of unreviewed maintenance
           IF WS-COMMAND-MODE = "RELEASE"
               PERFORM TAKE-RUN-LOCK
               PERFORM RELEASE-MAINTENANCE-HOLD
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           IF WS-COMMAND-MODE = "PURGE"
               PERFORM TAKE-RUN-LOCK
               PERFORM PURGE-TERMINATED-EMPLOYEES
               PERFORM RELEASE-RUN-LOCK
      *> Condition code 1 tells the swap step the deduction rewrite
      *> completed, the same signal the audit archive cut uses
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *> The check run prints the candidates the last register cut;
      *> CHKVOID cancels spoiled or lost checks and reissues them
           IF WS-COMMAND-MODE = "CHECKPRT"
               PERFORM TAKE-RUN-LOCK
               PERFORM PRINT-CHECK-RUN
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           IF WS-COMMAND-MODE = "CHKVOID"
               PERFORM TAKE-RUN-LOCK
               PERFORM VOID-REISSUE-CHECKS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
      *> The bank's returns and notifications of change are applied
      *> to BANKMAST between register runs
           IF WS-COMMAND-MODE = "RETURNS"
               PERFORM TAKE-RUN-LOCK
               PERFORM PROCESS-BANK-RETURNS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
      *> Closes the payroll year once its last period is FINAL
           IF WS-COMMAND-MODE = "YEAREND"
               PERFORM TAKE-RUN-LOCK
               PERFORM CLOSE-PAYROLL-YEAR
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
      *> Pays a batch of bonuses, corrections and final pay between
      *> register cycles
           IF WS-COMMAND-MODE = "OFFCYCLE"
               PERFORM TAKE-RUN-LOCK
               PERFORM RUN-OFF-CYCLE-PAYMENTS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
      *> Monthly headcount, turnover and pay analysis for HR;
      *> read-only against the masters, like YTDRPT
           IF WS-COMMAND-MODE = "HEADCOUNT"
               PERFORM PRINT-HEADCOUNT-ANALYSIS
               STOP RUN
           END-IF
      *> HR's daily change file mapped into an EMPTRANS batch for
      *> MAINTAIN; with COMPARE, the weekly roster check instead,
      *> which only reads the master
           IF WS-COMMAND-MODE = "HRLOAD"
               IF WS-PARM-ARG = "COMPARE"
                   PERFORM COMPARE-HR-ROSTER
               ELSE
                   PERFORM TAKE-RUN-LOCK
                   PERFORM LOAD-HR-CHANGES
                   PERFORM RELEASE-RUN-LOCK
               END-IF
               STOP RUN
           END-IF
           IF WS-COMMAND-MODE = "RESTART"
               SET RESTART-MODE TO TRUE
               PERFORM READ-LAST-CHECKPOINT
           END-IF
           IF WS-COMMAND-MODE = "SIMULATE"
               SET SIMULATE-MODE TO TRUE
           END-IF
           PERFORM TAKE-RUN-LOCK
           PERFORM READ-RUN-CONTROL
      *> Only the register run is gated on the finalized flag; a
      *> read-only EXTRACT may still be pulled for a closed period
           PERFORM CHECK-PERIOD-FINALIZED
           IF PERIOD-FINALIZED
               MOVE "PERIOD ALREADY FINALIZED" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           PERFORM CHECK-PRIOR-YEAR-CLOSED
      *> A simulation is exactly how unreleased maintenance gets
      *> reviewed, so only a live register run is gated on it; nor
      *> does it catalogue a candidate generation
           IF NOT SIMULATE-MODE
               PERFORM CHECK-MODE-SEQUENCE
               PERFORM CHECK-PRIOR-CANDIDATES-PRINTED
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-EMP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           IF RESTART-MODE
               MOVE WS-STUB-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           IF SIMULATE-MODE
               OPEN INPUT BANK-ACCOUNT-MASTER
           ELSE
               OPEN I-O BANK-ACCOUNT-MASTER
           END-IF
           IF WS-BAM-FILE-STATUS NOT = "00"
               MOVE "BANK-ACCOUNT-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-BAM-FILE-STATUS TO WS-ABEND-STATUS
               MOVE WS-BPY-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT FRAUD-SCREEN-REPORT
           IF WS-FRD-FILE-STATUS NOT = "00"
               MOVE "FRAUD-SCREEN-REPORT" TO WS-ABEND-FILE-NAME
               MOVE WS-FRD-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           IF SIMULATE-MODE
               OPEN INPUT GARNISHMENT-MASTER
           ELSE
               OPEN I-O GARNISHMENT-MASTER
           END-IF
           IF WS-GRN-FILE-STATUS NOT = "00" AND
              WS-GRN-FILE-STATUS NOT = "05"
               MOVE "GARNISHMENT-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-GRN-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT GARNISHMENT-REMITTANCE
           IF WS-GRR-FILE-STATUS NOT = "00"
               MOVE "GARNISHMENT-REMITTANCE" TO WS-ABEND-FILE-NAME
               MOVE WS-GRR-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT GARNISHMENT-REPORT
           IF WS-GRP-FILE-STATUS NOT = "00"
               MOVE "GARNISHMENT-REPORT" TO WS-ABEND-FILE-NAME
               MOVE WS-GRP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN INPUT LABOR-DIST-MASTER
           IF WS-LDM-FILE-STATUS NOT = "00" AND
              WS-LDM-FILE-STATUS NOT = "05"
               MOVE "LABOR-DIST-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-LDM-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT LABOR-DIST-REPORT
           IF WS-LDR-FILE-STATUS NOT = "00"
               MOVE "LABOR-DIST-REPORT" TO WS-ABEND-FILE-NAME
               MOVE WS-LDR-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE "H" TO WS-BNK-H-TYPE
           MOVE WS-PERIOD-END-DATE TO WS-BNK-H-PERIOD
           MOVE WS-RUN-DATE TO WS-BNK-H-RUN-DATE
           WRITE BPY-RECORD FROM WS-BANK-HEADER-RECORD
      *> Prenotes go out ahead of the payments, and an account whose
      *> return window closed today is paid by deposit this run. A
      *> restarted or simulated run sends nothing to the bank.
           IF NOT RESTART-MODE AND NOT SIMULATE-MODE
               PERFORM PROCESS-PRENOTE-CYCLE
           END-IF
           OPEN OUTPUT CHECK-CANDIDATE-FILE
           IF WS-CKC-FILE-STATUS NOT = "00"
               MOVE "CHECK-CANDIDATE-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CKC-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
      *> The header's run date and time identify the batch, so the
      *> check run can refuse to print the same candidates twice
           MOVE "H" TO WS-CKC-H-TYPE
           MOVE "REGISTER" TO WS-CKC-H-SOURCE
           MOVE WS-PERIOD-END-DATE TO WS-CKC-H-PERIOD
           MOVE WS-RUN-DATE TO WS-CKC-H-RUN-DATE
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK(1:6) TO WS-CKC-H-RUN-TIME
           MOVE WS-RUN-PAY-FREQ TO WS-CKC-H-FREQ
           WRITE CKC-RECORD FROM WS-CHECK-CAND-HEADER
           MOVE WS-PERIOD-END-DATE TO WS-SH-PERIOD
           MOVE WS-RUN-DATE TO WS-SH-RUN-DATE
           WRITE STUB-PRINT-LINE FROM WS-STUB-HEADING
           END-IF
           WRITE REG-PRINT-LINE FROM WS-REPORT-HEADING
           WRITE REG-PRINT-LINE FROM WS-COLUMN-HEADING
           PERFORM START-FRAUD-SCREEN-REPORT
      *> The employee pass is the sort's input procedure: every
      *> record carried on the register is released as a detail
      *> line keyed by department, and the output procedure prints
               INPUT PROCEDURE IS REGISTER-INPUT-PASS
               OUTPUT PROCEDURE IS PRINT-PAYROLL-REGISTER
           PERFORM RECONCILE-CONTROL-TOTALS
           PERFORM WRITE-GARNISHMENT-REMITTANCE
           PERFORM PRINT-GARNISHMENT-REPORT
           PERFORM PRINT-LABOR-DISTRIBUTION
      *> A restarted run's totals cover only the tail, so no postings
      *> are cut; the zero trailer tells the release step explicitly
      *> that nothing is to be posted from this generation
               MOVE 0 TO WS-GL-T-CREDITS
               WRITE GL-PRINT-LINE FROM WS-GL-TRAILER-RECORD
               PERFORM WRITE-BANK-PAYMENT-TRAILER
               PERFORM WRITE-CHECK-CANDIDATE-TRAILER
           ELSE
               PERFORM WRITE-GL-INTERFACE
               PERFORM WRITE-BANK-PAYMENT-TRAILER
               PERFORM WRITE-CHECK-CANDIDATE-TRAILER
      *> The control record is cut only after the GL and bank-feed
      *> balance checks, once the run's whole outcome is known
               PERFORM WRITE-CONTROL-TOTALS
           CLOSE PAY-STUB-FILE
           CLOSE BANK-ACCOUNT-MASTER
           CLOSE BANK-PAYMENT-FILE
           CLOSE CHECK-CANDIDATE-FILE
           CLOSE GARNISHMENT-MASTER
           CLOSE GARNISHMENT-REMITTANCE
           CLOSE GARNISHMENT-REPORT
           CLOSE LABOR-DIST-MASTER
           CLOSE LABOR-DIST-REPORT
           PERFORM PRINT-FRAUD-SCREENING
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
                           MOVE "PAID LEAVE" TO WS-EMP-PAY-NOTE
                       END-IF
                       PERFORM COMPUTE-TAX-WITHHOLDING
                       PERFORM APPLY-GARNISHMENT-ORDERS
                       PERFORM CALCULATE-TOTALS
                       PERFORM UPDATE-YTD-EARNINGS
                       PERFORM PROCESS-RETRO-PAY
                       PERFORM COMPUTE-EMPLOYER-TAXES
                       PERFORM PROCESS-LEAVE-ACTIVITY
      *> A zero-gross period (a future hire carried at zero pay) is
      *> not a payment, so no stub is cut for it
                   END-IF
           END-EVALUATE.

      *> A register or off-cycle payment in a new year is refused
      *> while an earlier year that was paid has not been closed by
      *> YEAREND: posting it would land January on last year's YTD
      *> and wage bases, and YEAREND could then no longer close the
      *> old year. Paid years come from R (period end) and O (pay
      *> date) records, closed years from Y records.
       CHECK-PRIOR-YEAR-CLOSED.
           COMPUTE WS-PYC-NEW-YEAR = WS-PERIOD-END-DATE / 10000
           MOVE 0 TO WS-PYC-PAID-YEAR
           MOVE 0 TO WS-PYC-CLOSED-YEAR
           MOVE "N" TO WS-EOF-CONTROL
           OPEN INPUT CONTROL-HISTORY
           IF WS-CTL-FILE-STATUS NOT = "00" AND
              WS-CTL-FILE-STATUS NOT = "05"
               MOVE "CONTROL-HISTORY" TO WS-ABEND-FILE-NAME
               MOVE WS-CTL-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM UNTIL EOF-CONTROL
               READ CONTROL-HISTORY
                   AT END
                       SET EOF-CONTROL TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-PRIOR-YEAR-RECORD
               END-READ
           END-PERFORM
           CLOSE CONTROL-HISTORY
           IF WS-PYC-PAID-YEAR > 0 AND
              WS-PYC-CLOSED-YEAR < WS-PYC-PAID-YEAR
               MOVE "PRIOR YEAR NOT CLOSED BY YEAREND" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF.

       CHECK-ONE-PRIOR-YEAR-RECORD.
           MOVE 0 TO WS-PYC-DATE-YEAR
           EVALUATE CTL-PRINT-LINE(1:1)
               WHEN "R"
                   MOVE CTL-PRINT-LINE TO WS-CTL-RUN-RECORD
                   IF WS-CTL-R-PERIOD NUMERIC
                       COMPUTE WS-PYC-DATE-YEAR =
                               WS-CTL-R-PERIOD / 10000
                   END-IF
               WHEN "O"
                   MOVE CTL-PRINT-LINE TO WS-CTL-OFFCYCLE-RECORD
                   IF WS-CTL-O-PAY-DATE NUMERIC
                       COMPUTE WS-PYC-DATE-YEAR =
                               WS-CTL-O-PAY-DATE / 10000
                   END-IF
               WHEN "Y"
                   MOVE CTL-PRINT-LINE TO WS-CTL-YEAREND-RECORD
                   IF WS-CTL-Y-YEAR NUMERIC AND
                      WS-CTL-Y-YEAR > WS-PYC-CLOSED-YEAR
                       MOVE WS-CTL-Y-YEAR TO WS-PYC-CLOSED-YEAR
                   END-IF
           END-EVALUATE
           IF WS-PYC-DATE-YEAR < WS-PYC-NEW-YEAR AND
              WS-PYC-DATE-YEAR > WS-PYC-PAID-YEAR
               MOVE WS-PYC-DATE-YEAR TO WS-PYC-PAID-YEAR
           END-IF.

      *> Stamps the control history with the mode that just ran
      *> (A for ADJUST, M for MAINTAIN or DEPTMAINT) so the register
      *> can see today's maintenance is awaiting release
       WRITE-MODE-CONTROL-RECORD.
           OPEN EXTEND CONTROL-HISTORY
           IF WS-CTL-FILE-STATUS NOT = "00" AND
      *> not set one
           MOVE 0 TO WS-AUDIT-EFF-DATE.

      *> DEPTMAINT mode mainline: the department batch is proven
      *> against its trailer before anything is applied, exactly as
      *> an EMPTRANS batch is; a refused batch leaves DEPTMAST
      *> untouched with RETURN-CODE 12. Applied maintenance holds
      *> the register until released, like MAINTAIN.
       MAINTAIN-DEPARTMENT-MASTER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM VERIFY-DEPT-TRANSACTION-BATCH
           IF NOT BATCH-OK
               DISPLAY "BATCH REFUSED - " WS-BATCH-ERROR-TEXT
               OPEN OUTPUT TRANSACTION-REJECTS
               CLOSE TRANSACTION-REJECTS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM APPLY-DEPT-TRANSACTION-BATCH
               MOVE "M" TO WS-CTL-MODE-CODE
               PERFORM WRITE-MODE-CONTROL-RECORD
               IF WS-REJECT-COUNT > 0 OR WS-DMT-OUTSIDE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       VERIFY-DEPT-TRANSACTION-BATCH.
           OPEN INPUT DEPT-TRANSACTIONS
           IF WS-DTR-FILE-STATUS NOT = "00"
               MOVE "DEPT-TRANSACTIONS" TO WS-ABEND-FILE-NAME
               MOVE WS-DTR-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM READ-DEPT-TRANSACTION
           IF EOF-DEPT-TRANS OR DTR-ACTION-CODE NOT = "H"
               MOVE "N" TO WS-BATCH-OK
               MOVE "MISSING BATCH HEADER" TO WS-BATCH-ERROR-TEXT
           ELSE
               IF DTR-HDR-DATE NOT NUMERIC
                   MOVE "N" TO WS-BATCH-OK
                   MOVE "HEADER DATE NOT NUMERIC" TO
                        WS-BATCH-ERROR-TEXT
               END-IF
           END-IF
           IF BATCH-OK
               PERFORM READ-DEPT-TRANSACTION
               PERFORM UNTIL EOF-DEPT-TRANS OR NOT BATCH-OK
                   PERFORM CHECK-DEPT-BATCH-RECORD
                   PERFORM READ-DEPT-TRANSACTION
               END-PERFORM
           END-IF
           IF BATCH-OK AND NOT BATCH-TRAILER-SEEN
               MOVE "N" TO WS-BATCH-OK
               MOVE "MISSING BATCH TRAILER" TO WS-BATCH-ERROR-TEXT
           END-IF
           IF BATCH-OK AND
              WS-TRANS-DETAIL-COUNT NOT = WS-TRL-COUNT-SAVE
               MOVE "N" TO WS-BATCH-OK
               MOVE "TRAILER COUNT MISMATCH" TO WS-BATCH-ERROR-TEXT
           END-IF
           IF BATCH-OK AND
              WS-TRANS-SALARY-HASH NOT = WS-TRL-HASH-SAVE
               MOVE "N" TO WS-BATCH-OK
               MOVE "TRAILER HASH MISMATCH" TO WS-BATCH-ERROR-TEXT
           END-IF
           CLOSE DEPT-TRANSACTIONS.

       CHECK-DEPT-BATCH-RECORD.
           EVALUATE DTR-ACTION-CODE
               WHEN "H"
                   MOVE "N" TO WS-BATCH-OK
                   MOVE "MULTIPLE HEADER RECORDS" TO
                        WS-BATCH-ERROR-TEXT
               WHEN "T"
                   IF BATCH-TRAILER-SEEN
                       MOVE "N" TO WS-BATCH-OK
                       MOVE "MULTIPLE TRAILER RECORDS" TO
                            WS-BATCH-ERROR-TEXT
                   ELSE
                       IF DTR-TRL-COUNT NOT NUMERIC OR
                          DTR-TRL-HASH NOT NUMERIC
                           MOVE "N" TO WS-BATCH-OK
                           MOVE "TRAILER CONTROLS NOT NUMERIC" TO
                                WS-BATCH-ERROR-TEXT
                       ELSE
                           MOVE "Y" TO WS-BATCH-TRAILER-SEEN
                           MOVE DTR-TRL-COUNT TO WS-TRL-COUNT-SAVE
                           MOVE DTR-TRL-HASH TO WS-TRL-HASH-SAVE
                       END-IF
                   END-IF
               WHEN OTHER
                   IF BATCH-TRAILER-SEEN
                       MOVE "N" TO WS-BATCH-OK
                       MOVE "RECORD AFTER BATCH TRAILER" TO
                            WS-BATCH-ERROR-TEXT
                   ELSE
                       IF DTR-MIN-SALARY NOT NUMERIC OR
                          DTR-MAX-SALARY NOT NUMERIC
                           MOVE "N" TO WS-BATCH-OK
                           MOVE "DETAIL BAND NOT NUMERIC" TO
                                WS-BATCH-ERROR-TEXT
                       ELSE
                           ADD 1 TO WS-TRANS-DETAIL-COUNT
                           ADD DTR-MAX-SALARY TO
                               WS-TRANS-SALARY-HASH
                       END-IF
                   END-IF
           END-EVALUATE.

       READ-DEPT-TRANSACTION.
           READ DEPT-TRANSACTIONS
               AT END
                   SET EOF-DEPT-TRANS TO TRUE
           END-READ.

      *> EMPMAST is read only to find a department's staff; the FX
      *> table puts foreign-currency salaries on the band's USD
      *> scale, the same conversion the register and ADJUST use
       APPLY-DEPT-TRANSACTION-BATCH.
           OPEN I-O DEPT-MASTER
           IF WS-DEPT-FILE-STATUS NOT = "00"
               MOVE "DEPT-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-DEPT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-EMP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               MOVE "EXCEPTION-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-EXC-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE WS-RUN-DATE TO WS-EH-PERIOD
           MOVE WS-RUN-DATE TO WS-EH-RUN-DATE
           WRITE EXC-PRINT-LINE FROM WS-EXCEPTION-HEADING
           PERFORM LOAD-FX-RATE-TABLE
           OPEN INPUT DEPT-TRANSACTIONS
           IF WS-DTR-FILE-STATUS NOT = "00"
               MOVE "DEPT-TRANSACTIONS" TO WS-ABEND-FILE-NAME
               MOVE WS-DTR-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE "AUDIT-TRAIL" TO WS-ABEND-FILE-NAME
               MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT TRANSACTION-REJECTS
           IF WS-REJ-FILE-STATUS NOT = "00"
               MOVE "TRANSACTION-REJECTS" TO WS-ABEND-FILE-NAME
               MOVE WS-REJ-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT DEPT-MAINT-REPORT
           IF WS-DRPT-FILE-STATUS NOT = "00"
               MOVE "DEPT-MAINT-REPORT" TO WS-ABEND-FILE-NAME
               MOVE WS-DRPT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE WS-RUN-DATE TO WS-DRH-RUN-DATE
           MOVE WS-OPERATOR-ID TO WS-DRH-OPERATOR
           WRITE DRPT-PRINT-LINE FROM WS-DEPTRPT-HEADING
           WRITE DRPT-PRINT-LINE FROM WS-DEPTRPT-COLUMNS
           MOVE "N" TO WS-EOF-DEPT-TRANS
           PERFORM READ-DEPT-TRANSACTION
           PERFORM UNTIL EOF-DEPT-TRANS
               PERFORM APPLY-DEPT-TRANSACTION
               PERFORM READ-DEPT-TRANSACTION
           END-PERFORM
           MOVE WS-DMT-ADD-COUNT TO WS-DRS-ADDS
           MOVE WS-DMT-CHANGE-COUNT TO WS-DRS-CHANGES
           MOVE WS-DMT-DELETE-COUNT TO WS-DRS-DELETES
           MOVE WS-REJECT-COUNT TO WS-DRS-REJECTS
           MOVE WS-DMT-CC-CHANGE-COUNT TO WS-DRS-CC-CHANGES
           MOVE WS-DMT-OUTSIDE-COUNT TO WS-DRS-OUTSIDE
           MOVE SPACES TO DRPT-PRINT-LINE
           WRITE DRPT-PRINT-LINE
           WRITE DRPT-PRINT-LINE FROM WS-DEPTRPT-TOTAL-LINE
           CLOSE DEPT-MASTER
           CLOSE EMPLOYEE-MASTER
           CLOSE EXCEPTION-FILE
           CLOSE DEPT-TRANSACTIONS
           CLOSE AUDIT-TRAIL
           CLOSE TRANSACTION-REJECTS
           CLOSE DEPT-MAINT-REPORT.

       APPLY-DEPT-TRANSACTION.
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE 0 TO WS-AUD-BEFORE-ID WS-AUD-BEFORE-SALARY
           MOVE 0 TO WS-AUD-BEFORE-TERM-DATE
           MOVE SPACES TO WS-AUDIT-AFTER
           MOVE 0 TO WS-AUD-AFTER-ID WS-AUD-AFTER-SALARY
           MOVE 0 TO WS-AUD-AFTER-TERM-DATE
           MOVE DTR-RECORD TO WS-REJ-TRANS
           MOVE "N" TO WS-DMT-BAND-CHANGED
           MOVE "N" TO WS-DMT-CC-CHANGED
           EVALUATE DTR-ACTION-CODE
               WHEN "H"
               WHEN "T"
                   CONTINUE
               WHEN "A"
                   PERFORM APPLY-DEPT-ADD
               WHEN "C"
                   PERFORM APPLY-DEPT-CHANGE
               WHEN "D"
                   PERFORM APPLY-DEPT-DELETE
               WHEN OTHER
                   MOVE "R04" TO WS-REJ-REASON
                   MOVE "INVALID ACTION CODE" TO WS-DMT-RESULT
                   PERFORM REJECT-DEPT-TRANSACTION
           END-EVALUATE.

      *> An add or change must leave a department the register can
      *> use: a name, a cost center for the GL feed, and a band with
      *> a maximum at or above its minimum. A zero band would hold
      *> every salaried employee in the department as E04.
       VALIDATE-DEPT-DETAIL.
           MOVE "Y" TO WS-DMT-VALID
           IF DTR-DEPT-CODE = SPACES OR DTR-DEPT-NAME = SPACES
               MOVE "N" TO WS-DMT-VALID
               MOVE "R08" TO WS-REJ-REASON
               MOVE "DEPT CODE OR NAME BLANK" TO WS-DMT-RESULT
           END-IF
           IF DMT-VALID AND DTR-COST-CENTER = SPACES
               MOVE "N" TO WS-DMT-VALID
               MOVE "R09" TO WS-REJ-REASON
               MOVE "COST CENTER BLANK" TO WS-DMT-RESULT
           END-IF
           IF DMT-VALID AND
              (DTR-MAX-SALARY = 0 OR
               DTR-MIN-SALARY > DTR-MAX-SALARY)
               MOVE "N" TO WS-DMT-VALID
               MOVE "R10" TO WS-REJ-REASON
               MOVE "BAND ZERO OR MIN ABOVE MAX" TO WS-DMT-RESULT
           END-IF.

      *> Staff already keyed to a new code are checked against its
      *> band as though it had changed
       APPLY-DEPT-ADD.
           PERFORM VALIDATE-DEPT-DETAIL
           IF NOT DMT-VALID
               PERFORM REJECT-DEPT-TRANSACTION
           ELSE
               MOVE DTR-DEPT-CODE   TO DM-DEPT-CODE
               MOVE DTR-DEPT-NAME   TO DM-DEPT-NAME
               MOVE DTR-COST-CENTER TO DM-COST-CENTER
               MOVE DTR-MIN-SALARY  TO DM-MIN-SALARY
               MOVE DTR-MAX-SALARY  TO DM-MAX-SALARY
               WRITE DEPT-MASTER-RECORD
                   INVALID KEY
                       MOVE "R01" TO WS-REJ-REASON
                       MOVE "DUPLICATE DEPARTMENT CODE" TO
                            WS-DMT-RESULT
                       PERFORM REJECT-DEPT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-DMT-ADD-COUNT
                       MOVE "ADD" TO WS-DRT-ACTION
                       MOVE "APPLIED" TO WS-DMT-RESULT
                       PERFORM WRITE-DEPT-TRANS-LINE
                       PERFORM SAVE-DEPT-AFTER-IMAGE
                       PERFORM WRITE-DEPT-AUDIT-RECORD
                       MOVE "Y" TO WS-DMT-BAND-CHANGED
                       PERFORM SCAN-DEPARTMENT-EMPLOYEES
                       PERFORM CHECK-COST-CENTER-IN-USE
               END-WRITE
           END-IF.

       APPLY-DEPT-CHANGE.
           MOVE DTR-DEPT-CODE TO DM-DEPT-CODE
           READ DEPT-MASTER
               INVALID KEY
                   MOVE "R02" TO WS-REJ-REASON
                   MOVE "DEPARTMENT NOT ON MASTER" TO WS-DMT-RESULT
                   PERFORM REJECT-DEPT-TRANSACTION
               NOT INVALID KEY
                   PERFORM CHANGE-ONE-DEPARTMENT
           END-READ.

      *> The staff list is taken against the new band before the
      *> master is rewritten
       CHANGE-ONE-DEPARTMENT.
           PERFORM VALIDATE-DEPT-DETAIL
           IF NOT DMT-VALID
               PERFORM REJECT-DEPT-TRANSACTION
           ELSE
               PERFORM SAVE-DEPT-BEFORE-IMAGE
               MOVE DM-DEPT-NAME   TO WS-DMT-OLD-NAME
               MOVE DM-COST-CENTER TO WS-DMT-OLD-COST-CENTER
               MOVE DM-MIN-SALARY  TO WS-DMT-OLD-MIN-SALARY
               MOVE DM-MAX-SALARY  TO WS-DMT-OLD-MAX-SALARY
               IF DTR-MIN-SALARY NOT = DM-MIN-SALARY OR
                  DTR-MAX-SALARY NOT = DM-MAX-SALARY
                   MOVE "Y" TO WS-DMT-BAND-CHANGED
               END-IF
               IF DTR-COST-CENTER NOT = DM-COST-CENTER
                   MOVE "Y" TO WS-DMT-CC-CHANGED
               END-IF
               MOVE DTR-DEPT-NAME   TO DM-DEPT-NAME
               MOVE DTR-COST-CENTER TO DM-COST-CENTER
               MOVE DTR-MIN-SALARY  TO DM-MIN-SALARY
               MOVE DTR-MAX-SALARY  TO DM-MAX-SALARY
               ADD 1 TO WS-DMT-CHANGE-COUNT
               MOVE "CHANGE" TO WS-DRT-ACTION
               MOVE "APPLIED" TO WS-DMT-RESULT
               PERFORM WRITE-DEPT-TRANS-LINE
               MOVE "  WAS" TO WS-DRT-ACTION
               MOVE SPACES TO WS-DRT-DEPT
               MOVE WS-DMT-OLD-NAME TO WS-DRT-NAME
               MOVE WS-DMT-OLD-COST-CENTER TO WS-DRT-COST-CENTER
               MOVE WS-DMT-OLD-MIN-SALARY TO WS-DRT-MIN
               MOVE WS-DMT-OLD-MAX-SALARY TO WS-DRT-MAX
               MOVE SPACES TO WS-DRT-RESULT
               WRITE DRPT-PRINT-LINE FROM WS-DEPTRPT-TRANS-LINE
               IF DMT-BAND-CHANGED OR DMT-CC-CHANGED
                   PERFORM SCAN-DEPARTMENT-EMPLOYEES
               END-IF
               REWRITE DEPT-MASTER-RECORD
               PERFORM SAVE-DEPT-AFTER-IMAGE
               PERFORM WRITE-DEPT-AUDIT-RECORD
               IF DMT-CC-CHANGED
                   PERFORM REPORT-COST-CENTER-CHANGE
               END-IF
           END-IF.

      *> A department still carried by any employee on the master -
      *> terminated staff included, until PURGE takes them off - is
      *> not deleted; the staff holding it are listed instead
       APPLY-DEPT-DELETE.
           MOVE DTR-DEPT-CODE TO DM-DEPT-CODE
           READ DEPT-MASTER
               INVALID KEY
                   MOVE "R03" TO WS-REJ-REASON
                   MOVE "DEPARTMENT NOT ON MASTER" TO WS-DMT-RESULT
                   PERFORM REJECT-DEPT-TRANSACTION
               NOT INVALID KEY
                   PERFORM DELETE-ONE-DEPARTMENT
           END-READ.

       DELETE-ONE-DEPARTMENT.
           PERFORM SCAN-DEPARTMENT-EMPLOYEES
           IF WS-DMT-EMP-COUNT > 0
               MOVE "R11" TO WS-REJ-REASON
               MOVE "DEPT STILL HAS EMPLOYEES" TO WS-DMT-RESULT
               PERFORM REJECT-DEPT-TRANSACTION
               MOVE "Y" TO WS-DMT-LIST-MEMBERS
               PERFORM SCAN-DEPARTMENT-EMPLOYEES
               MOVE "N" TO WS-DMT-LIST-MEMBERS
           ELSE
               PERFORM SAVE-DEPT-BEFORE-IMAGE
               DELETE DEPT-MASTER
               ADD 1 TO WS-DMT-DELETE-COUNT
               MOVE "DELETE" TO WS-DRT-ACTION
               MOVE "APPLIED" TO WS-DMT-RESULT
               PERFORM WRITE-DEPT-TRANS-LINE
               PERFORM WRITE-DEPT-AUDIT-RECORD
           END-IF.

      *> The rejected image goes to the recycle file and the report
      *> shows it as keyed, with the reason
       REJECT-DEPT-TRANSACTION.
           PERFORM WRITE-REJECT-RECORD
           EVALUATE DTR-ACTION-CODE
               WHEN "A"
                   MOVE "ADD" TO WS-DRT-ACTION
               WHEN "C"
                   MOVE "CHANGE" TO WS-DRT-ACTION
               WHEN "D"
                   MOVE "DELETE" TO WS-DRT-ACTION
               WHEN OTHER
                   MOVE SPACES TO WS-DRT-ACTION
                   MOVE DTR-ACTION-CODE TO WS-DRT-ACTION(1:1)
           END-EVALUATE
           MOVE DTR-DEPT-CODE TO WS-DRT-DEPT
           MOVE DTR-DEPT-NAME TO WS-DRT-NAME
           MOVE DTR-COST-CENTER TO WS-DRT-COST-CENTER
           MOVE 0 TO WS-DRT-MIN WS-DRT-MAX
           IF DTR-MIN-SALARY NUMERIC
               MOVE DTR-MIN-SALARY TO WS-DRT-MIN
           END-IF
           IF DTR-MAX-SALARY NUMERIC
               MOVE DTR-MAX-SALARY TO WS-DRT-MAX
           END-IF
           MOVE SPACES TO WS-DRT-RESULT
           STRING "REJECTED " DELIMITED BY SIZE
                  WS-REJ-REASON DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DMT-RESULT DELIMITED BY SIZE
                  INTO WS-DRT-RESULT
           END-STRING
           WRITE DRPT-PRINT-LINE FROM WS-DEPTRPT-TRANS-LINE.

       WRITE-DEPT-TRANS-LINE.
           MOVE DM-DEPT-CODE TO WS-DRT-DEPT
           MOVE DM-DEPT-NAME TO WS-DRT-NAME
           MOVE DM-COST-CENTER TO WS-DRT-COST-CENTER
           MOVE DM-MIN-SALARY TO WS-DRT-MIN
           MOVE DM-MAX-SALARY TO WS-DRT-MAX
           MOVE WS-DMT-RESULT TO WS-DRT-RESULT
           WRITE DRPT-PRINT-LINE FROM WS-DEPTRPT-TRANS-LINE.

      *> One pass of EMPMAST for the department being maintained:
      *> counts its staff, and lists either every one of them (a
      *> refused delete) or, under a band change, the salaried
      *> staff not terminated whose USD salary the new band would
      *> leave outside - the register's E03 test. Hourly staff are
      *> not band-checked there and are not listed here.
       SCAN-DEPARTMENT-EMPLOYEES.
           MOVE 0 TO WS-DMT-EMP-COUNT
           MOVE "N" TO WS-EOF-EMPLOYEE
           MOVE 0 TO EMR-EMP-ID
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMR-EMP-ID
               INVALID KEY
                   SET EOF-EMPLOYEE TO TRUE
           END-START
           IF NOT EOF-EMPLOYEE
               PERFORM READ-EMPLOYEE-MASTER
           END-IF
           PERFORM UNTIL EOF-EMPLOYEE
               IF EMP-DEPT = DTR-DEPT-CODE
                   PERFORM CHECK-DEPARTMENT-EMPLOYEE
               END-IF
               PERFORM READ-EMPLOYEE-MASTER
           END-PERFORM.

       CHECK-DEPARTMENT-EMPLOYEE.
           ADD 1 TO WS-DMT-EMP-COUNT
           IF DMT-LIST-MEMBERS
               MOVE 0 TO WS-EMP-USD-SALARY
               MOVE "STILL IN DEPARTMENT" TO WS-DRE-NOTE
               PERFORM WRITE-DEPT-EMPLOYEE-LINE
           ELSE
               IF DMT-BAND-CHANGED AND
                  NOT EMP-TERMINATED AND NOT EMP-HOURLY
                   PERFORM CHECK-EMPLOYEE-AGAINST-BAND
               END-IF
           END-IF.

       CHECK-EMPLOYEE-AGAINST-BAND.
           MOVE 0 TO WS-EMP-DEDUCT-TOTAL
           MOVE 0 TO WS-EMP-TAX
           PERFORM COMPUTE-USD-EQUIVALENT
           MOVE SPACES TO WS-DRE-NOTE
           IF NOT FX-RATE-FOUND
               MOVE "NO FX RATE - HELD AS E11" TO WS-DRE-NOTE
           ELSE
               IF WS-EMP-USD-SALARY < DTR-MIN-SALARY
                   MOVE "BELOW NEW BAND MINIMUM" TO WS-DRE-NOTE
               END-IF
               IF WS-EMP-USD-SALARY > DTR-MAX-SALARY
                   MOVE "ABOVE NEW BAND MAXIMUM" TO WS-DRE-NOTE
               END-IF
           END-IF
           IF WS-DRE-NOTE NOT = SPACES
               ADD 1 TO WS-DMT-OUTSIDE-COUNT
               PERFORM WRITE-DEPT-EMPLOYEE-LINE
           END-IF.

       WRITE-DEPT-EMPLOYEE-LINE.
           MOVE EMP-ID TO WS-DRE-ID
           MOVE EMP-NAME TO WS-DRE-NAME
           MOVE EMP-STATUS TO WS-DRE-STATUS
           MOVE EMP-CURRENCY TO WS-DRE-CURRENCY
           MOVE EMP-SALARY TO WS-DRE-SALARY
           MOVE WS-EMP-USD-SALARY TO WS-DRE-USD-SALARY
           WRITE DRPT-PRINT-LINE FROM WS-DEPTRPT-EMP-LINE.

      *> Finance sees every cost-center move before the next GL
      *> feed carries it, with a warning when the new code is one
      *> no other department posts to - the likely sign of a typo
       REPORT-COST-CENTER-CHANGE.
           ADD 1 TO WS-DMT-CC-CHANGE-COUNT
           MOVE WS-DMT-OLD-COST-CENTER TO WS-DRC-OLD
           MOVE DTR-COST-CENTER TO WS-DRC-NEW
           MOVE WS-DMT-EMP-COUNT TO WS-DRC-EMP-COUNT
           WRITE DRPT-PRINT-LINE FROM WS-DEPTRPT-CC-LINE
           PERFORM CHECK-COST-CENTER-IN-USE.

       CHECK-COST-CENTER-IN-USE.
           MOVE 0 TO WS-DMT-CC-USERS
           MOVE "N" TO WS-EOF-DEPT-SCAN
           MOVE LOW-VALUES TO DM-DEPT-CODE
           START DEPT-MASTER KEY IS NOT LESS THAN DM-DEPT-CODE
               INVALID KEY
                   SET EOF-DEPT-SCAN TO TRUE
           END-START
           PERFORM UNTIL EOF-DEPT-SCAN
               READ DEPT-MASTER NEXT RECORD
                   AT END
                       SET EOF-DEPT-SCAN TO TRUE
                   NOT AT END
                       IF DM-DEPT-CODE NOT = DTR-DEPT-CODE AND
                          DM-COST-CENTER = DTR-COST-CENTER
                           ADD 1 TO WS-DMT-CC-USERS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DMT-CC-USERS = 0
               MOVE DTR-COST-CENTER TO WS-DRN-COST-CENTER
               WRITE DRPT-PRINT-LINE FROM WS-DEPTRPT-CC-NEW-LINE
           END-IF.

      *> Department changes go to the audit trail as action M. The
      *> images are the employee layout, so the department code
      *> rides in the department column, the cost center and the
      *> first 18 characters of the name in the name column, the
      *> band minimum in the salary column, and the band maximum in
      *> whole dollars in the term-date column. An add has a blank
      *> before image and a delete a blank after image.
       SAVE-DEPT-BEFORE-IMAGE.
           MOVE 0 TO WS-AUD-BEFORE-ID
           MOVE DM-COST-CENTER TO WS-AUD-BEFORE-NAME(1:6)
           MOVE DM-DEPT-NAME TO WS-AUD-BEFORE-NAME(8:18)
           MOVE DM-MIN-SALARY TO WS-AUD-BEFORE-SALARY
           MOVE DM-DEPT-CODE TO WS-AUD-BEFORE-DEPT
           MOVE DM-MAX-SALARY TO WS-AUD-BEFORE-TERM-DATE.

       SAVE-DEPT-AFTER-IMAGE.
           MOVE 0 TO WS-AUD-AFTER-ID
           MOVE DM-COST-CENTER TO WS-AUD-AFTER-NAME(1:6)
           MOVE DM-DEPT-NAME TO WS-AUD-AFTER-NAME(8:18)
           MOVE DM-MIN-SALARY TO WS-AUD-AFTER-SALARY
           MOVE DM-DEPT-CODE TO WS-AUD-AFTER-DEPT
           MOVE DM-MAX-SALARY TO WS-AUD-AFTER-TERM-DATE.

       WRITE-DEPT-AUDIT-RECORD.
           MOVE "M" TO WS-AUD-ACTION-CODE
           PERFORM WRITE-AUDIT-RECORD.

      *> BANKCHG mode mainline. The operator id is what the second-
      *> operator rule is checked against, so the run refuses
      *> without one. The batch is proven against its trailer before
      *> anything is keyed or approved; a refused batch leaves
      *> BANKPEND and BANKMAST untouched with RETURN-CODE 12.
       MAINTAIN-BANK-ACCOUNTS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID REQUIRED FOR BANK CHANGES" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           PERFORM VERIFY-BANK-CHANGE-BATCH
           IF NOT BATCH-OK
               DISPLAY "BATCH REFUSED - " WS-BATCH-ERROR-TEXT
               OPEN OUTPUT TRANSACTION-REJECTS
               CLOSE TRANSACTION-REJECTS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM APPLY-BANK-CHANGE-BATCH
               IF WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       VERIFY-BANK-CHANGE-BATCH.
           OPEN INPUT BANK-CHANGE-TRANS
           IF WS-BTR-FILE-STATUS NOT = "00"
               MOVE "BANK-CHANGE-TRANS" TO WS-ABEND-FILE-NAME
               MOVE WS-BTR-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM READ-BANK-CHANGE-TRANS
           IF EOF-BANK-TRANS OR BTR-ACTION-CODE NOT = "H"
               MOVE "N" TO WS-BATCH-OK
               MOVE "MISSING BATCH HEADER" TO WS-BATCH-ERROR-TEXT
           ELSE
               IF BTR-HDR-DATE NOT NUMERIC
                   MOVE "N" TO WS-BATCH-OK
                   MOVE "HEADER DATE NOT NUMERIC" TO
                        WS-BATCH-ERROR-TEXT
               END-IF
           END-IF
           IF BATCH-OK
               PERFORM READ-BANK-CHANGE-TRANS
               PERFORM UNTIL EOF-BANK-TRANS OR NOT BATCH-OK
                   PERFORM CHECK-BANK-BATCH-RECORD
                   PERFORM READ-BANK-CHANGE-TRANS
               END-PERFORM
           END-IF
           IF BATCH-OK AND NOT BATCH-TRAILER-SEEN
               MOVE "N" TO WS-BATCH-OK
               MOVE "MISSING BATCH TRAILER" TO WS-BATCH-ERROR-TEXT
           END-IF
           IF BATCH-OK AND
              WS-TRANS-DETAIL-COUNT NOT = WS-TRL-COUNT-SAVE
               MOVE "N" TO WS-BATCH-OK
               MOVE "TRAILER COUNT MISMATCH" TO WS-BATCH-ERROR-TEXT
           END-IF
           IF BATCH-OK AND
              WS-TRANS-SALARY-HASH NOT = WS-TRL-HASH-SAVE
               MOVE "N" TO WS-BATCH-OK
               MOVE "TRAILER HASH MISMATCH" TO WS-BATCH-ERROR-TEXT
           END-IF
           CLOSE BANK-CHANGE-TRANS.

      *> The hash is the sum of the detail employee ids - there is
      *> no amount on a bank change to total
       CHECK-BANK-BATCH-RECORD.
           EVALUATE BTR-ACTION-CODE
               WHEN "H"
                   MOVE "N" TO WS-BATCH-OK
                   MOVE "MULTIPLE HEADER RECORDS" TO
                        WS-BATCH-ERROR-TEXT
               WHEN "T"
                   IF BATCH-TRAILER-SEEN
                       MOVE "N" TO WS-BATCH-OK
                       MOVE "MULTIPLE TRAILER RECORDS" TO
                            WS-BATCH-ERROR-TEXT
                   ELSE
                       IF BTR-TRL-COUNT NOT NUMERIC OR
                          BTR-TRL-HASH NOT NUMERIC
                           MOVE "N" TO WS-BATCH-OK
                           MOVE "TRAILER CONTROLS NOT NUMERIC" TO
                                WS-BATCH-ERROR-TEXT
                       ELSE
                           MOVE "Y" TO WS-BATCH-TRAILER-SEEN
                           MOVE BTR-TRL-COUNT TO WS-TRL-COUNT-SAVE
                           MOVE BTR-TRL-HASH TO WS-TRL-HASH-SAVE
                       END-IF
                   END-IF
               WHEN OTHER
                   IF BATCH-TRAILER-SEEN
                       MOVE "N" TO WS-BATCH-OK
                       MOVE "RECORD AFTER BATCH TRAILER" TO
                            WS-BATCH-ERROR-TEXT
                   ELSE
                       IF BTR-EMP-ID NOT NUMERIC
                           MOVE "N" TO WS-BATCH-OK
                           MOVE "DETAIL EMPLOYEE ID NOT NUMERIC" TO
                                WS-BATCH-ERROR-TEXT
                       ELSE
                           ADD 1 TO WS-TRANS-DETAIL-COUNT
                           ADD BTR-EMP-ID TO WS-TRANS-SALARY-HASH
                       END-IF
                   END-IF
           END-EVALUATE.

       READ-BANK-CHANGE-TRANS.
           READ BANK-CHANGE-TRANS
               AT END
                   SET EOF-BANK-TRANS TO TRUE
           END-READ.

      *> EMPMAST is read only to prove the employee exists and to
      *> name them on the report
       APPLY-BANK-CHANGE-BATCH.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-EMP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN I-O BANK-ACCOUNT-MASTER
           IF WS-BAM-FILE-STATUS NOT = "00"
               MOVE "BANK-ACCOUNT-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-BAM-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN I-O BANK-PENDING-CHANGES
           IF WS-BPN-FILE-STATUS NOT = "00" AND
              WS-BPN-FILE-STATUS NOT = "05"
               MOVE "BANK-PENDING-CHANGES" TO WS-ABEND-FILE-NAME
               MOVE WS-BPN-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN INPUT BANK-CHANGE-TRANS
           IF WS-BTR-FILE-STATUS NOT = "00"
               MOVE "BANK-CHANGE-TRANS" TO WS-ABEND-FILE-NAME
               MOVE WS-BTR-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE "AUDIT-TRAIL" TO WS-ABEND-FILE-NAME
               MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT TRANSACTION-REJECTS
           IF WS-REJ-FILE-STATUS NOT = "00"
               MOVE "TRANSACTION-REJECTS" TO WS-ABEND-FILE-NAME
               MOVE WS-REJ-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT BANK-CHANGE-REPORT
           IF WS-BCR-FILE-STATUS NOT = "00"
               MOVE "BANK-CHANGE-REPORT" TO WS-ABEND-FILE-NAME
               MOVE WS-BCR-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE WS-RUN-DATE TO WS-BCH-RUN-DATE
           MOVE WS-OPERATOR-ID TO WS-BCH-OPERATOR
           WRITE BCR-PRINT-LINE FROM WS-BANKRPT-HEADING
           WRITE BCR-PRINT-LINE FROM WS-BANKRPT-COLUMNS
           MOVE "N" TO WS-EOF-BANK-TRANS
           PERFORM READ-BANK-CHANGE-TRANS
           PERFORM UNTIL EOF-BANK-TRANS
               PERFORM APPLY-BANK-CHANGE
               PERFORM READ-BANK-CHANGE-TRANS
           END-PERFORM
           MOVE WS-BCH-KEYED-COUNT TO WS-BCS-KEYED
           MOVE WS-BCH-APPROVED-COUNT TO WS-BCS-APPROVED
           MOVE WS-BCH-DECLINED-COUNT TO WS-BCS-DECLINED
           MOVE WS-REJECT-COUNT TO WS-BCS-REJECTS
           MOVE SPACES TO BCR-PRINT-LINE
           WRITE BCR-PRINT-LINE
           WRITE BCR-PRINT-LINE FROM WS-BANKRPT-TOTAL-LINE
           CLOSE EMPLOYEE-MASTER
           CLOSE BANK-ACCOUNT-MASTER
           CLOSE BANK-PENDING-CHANGES
           CLOSE BANK-CHANGE-TRANS
           CLOSE AUDIT-TRAIL
           CLOSE TRANSACTION-REJECTS
           CLOSE BANK-CHANGE-REPORT.

       APPLY-BANK-CHANGE.
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE 0 TO WS-AUD-BEFORE-ID WS-AUD-BEFORE-SALARY
           MOVE 0 TO WS-AUD-BEFORE-TERM-DATE
           MOVE SPACES TO WS-AUDIT-AFTER
           MOVE 0 TO WS-AUD-AFTER-ID WS-AUD-AFTER-SALARY
           MOVE 0 TO WS-AUD-AFTER-TERM-DATE
           MOVE BTR-RECORD TO WS-REJ-TRANS
           EVALUATE BTR-ACTION-CODE
               WHEN "H"
               WHEN "T"
                   CONTINUE
               WHEN "C"
               WHEN "D"
                   PERFORM KEY-BANK-CHANGE
               WHEN "A"
                   PERFORM APPROVE-BANK-CHANGE
               WHEN "X"
                   PERFORM DECLINE-BANK-CHANGE
               WHEN OTHER
                   MOVE SPACES TO WS-BCH-EMP-NAME
                   MOVE "R04" TO WS-REJ-REASON
                   MOVE "INVALID ACTION CODE" TO WS-BCH-RESULT
                   PERFORM REJECT-BANK-CHANGE
           END-EVALUATE.

       LOOKUP-BANK-CHANGE-EMPLOYEE.
           MOVE BTR-EMP-ID TO EMR-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "N" TO WS-BCH-EMP-FOUND
                   MOVE SPACES TO WS-BCH-EMP-NAME
               NOT INVALID KEY
                   MOVE "Y" TO WS-BCH-EMP-FOUND
                   MOVE EMR-EMP-NAME TO WS-BCH-EMP-NAME
           END-READ.

      *> A keyed change only goes to BANKPEND. One change may wait
      *> per employee; a removal must name the account on file, so
      *> the approver is confirming a specific account, not "the
      *> employee's account".
       KEY-BANK-CHANGE.
           MOVE "Y" TO WS-BCH-VALID
           PERFORM LOOKUP-BANK-CHANGE-EMPLOYEE
           IF NOT BCH-EMP-FOUND
               MOVE "N" TO WS-BCH-VALID
               MOVE "R02" TO WS-REJ-REASON
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-BCH-RESULT
           END-IF
           IF BCH-VALID AND BTR-ACTION-CODE = "C"
               PERFORM VALIDATE-BANK-ACCOUNT-DETAIL
           END-IF
           IF BCH-VALID AND BTR-ACTION-CODE = "D"
               MOVE BTR-EMP-ID TO BAM-EMP-ID
               READ BANK-ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-BCH-VALID
                       MOVE "R03" TO WS-REJ-REASON
                       MOVE "NO ACCOUNT ON BANK MASTER" TO
                            WS-BCH-RESULT
                   NOT INVALID KEY
                       IF BTR-ROUTING NOT = BAM-ROUTING OR
                          BTR-ACCOUNT NOT = BAM-ACCOUNT OR
                          BTR-ACCT-TYPE NOT = BAM-ACCT-TYPE
                           MOVE "N" TO WS-BCH-VALID
                           MOVE "R19" TO WS-REJ-REASON
                           MOVE "NOT THE ACCOUNT ON BANK MASTER" TO
                                WS-BCH-RESULT
                       END-IF
               END-READ
           END-IF
           IF BCH-VALID
               MOVE BTR-EMP-ID TO BPN-EMP-ID
               READ BANK-PENDING-CHANGES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-BCH-VALID
                       MOVE "R15" TO WS-REJ-REASON
                       MOVE "CHANGE ALREADY PENDING" TO WS-BCH-RESULT
               END-READ
           END-IF
           IF NOT BCH-VALID
               PERFORM REJECT-BANK-CHANGE
           ELSE
               MOVE BTR-EMP-ID TO BPN-EMP-ID
               MOVE BTR-ACTION-CODE TO BPN-ACTION
               MOVE BTR-ROUTING TO BPN-ROUTING
               MOVE BTR-ACCOUNT TO BPN-ACCOUNT
               MOVE BTR-ACCT-TYPE TO BPN-ACCT-TYPE
               MOVE WS-OPERATOR-ID TO BPN-KEYED-BY
               MOVE WS-RUN-DATE TO BPN-KEYED-DATE
               ACCEPT WS-TIME-WORK FROM TIME
               MOVE WS-TIME-WORK(1:6) TO BPN-KEYED-TIME
               WRITE BANK-PENDING-RECORD
               ADD 1 TO WS-BCH-KEYED-COUNT
               MOVE "KEYED - AWAITING APPROVAL" TO WS-BCH-RESULT
               PERFORM WRITE-BANK-CHANGE-LINE
           END-IF.

      *> The feed needs a nine-digit routing number, an account
      *> number and a checking or savings type
       VALIDATE-BANK-ACCOUNT-DETAIL.
           IF BTR-ROUTING NOT NUMERIC
               MOVE "N" TO WS-BCH-VALID
               MOVE "R12" TO WS-REJ-REASON
               MOVE "ROUTING NUMBER NOT 9 DIGITS" TO WS-BCH-RESULT
           END-IF
           IF BCH-VALID AND BTR-ACCOUNT = SPACES
               MOVE "N" TO WS-BCH-VALID
               MOVE "R13" TO WS-REJ-REASON
               MOVE "ACCOUNT NUMBER BLANK" TO WS-BCH-RESULT
           END-IF
           IF BCH-VALID AND
              BTR-ACCT-TYPE NOT = "C" AND BTR-ACCT-TYPE NOT = "S"
               MOVE "N" TO WS-BCH-VALID
               MOVE "R14" TO WS-REJ-REASON
               MOVE "ACCOUNT TYPE NOT C OR S" TO WS-BCH-RESULT
           END-IF.

      *> The approver must not be the operator who keyed the change,
      *> and must repeat the keyed routing, account and type - an
      *> approval is a second keying, not a rubber stamp
       APPROVE-BANK-CHANGE.
           PERFORM LOOKUP-BANK-CHANGE-EMPLOYEE
           MOVE BTR-EMP-ID TO BPN-EMP-ID
           READ BANK-PENDING-CHANGES
               INVALID KEY
                   MOVE "R16" TO WS-REJ-REASON
                   MOVE "NO CHANGE PENDING FOR EMPLOYEE" TO
                        WS-BCH-RESULT
                   PERFORM REJECT-BANK-CHANGE
               NOT INVALID KEY
                   PERFORM APPROVE-ONE-BANK-CHANGE
           END-READ.

       APPROVE-ONE-BANK-CHANGE.
           IF BPN-KEYED-BY = WS-OPERATOR-ID
               MOVE "R17" TO WS-REJ-REASON
               MOVE "APPROVER KEYED THE CHANGE" TO WS-BCH-RESULT
               PERFORM REJECT-BANK-CHANGE
           ELSE
           IF BTR-ROUTING NOT = BPN-ROUTING OR
              BTR-ACCOUNT NOT = BPN-ACCOUNT OR
              BTR-ACCT-TYPE NOT = BPN-ACCT-TYPE
               MOVE "R18" TO WS-REJ-REASON
               MOVE "APPROVAL DOES NOT MATCH KEYED CHANGE" TO
                    WS-BCH-RESULT
               PERFORM REJECT-BANK-CHANGE
           ELSE
               IF BPN-ACTION = "D"
                   PERFORM REMOVE-APPROVED-ACCOUNT
               ELSE
                   PERFORM APPLY-APPROVED-ACCOUNT
               END-IF
               DELETE BANK-PENDING-CHANGES
               ADD 1 TO WS-BCH-APPROVED-COUNT
               PERFORM WRITE-BANK-CHANGE-LINE
           END-IF
           END-IF.

      *> An approved account starts over as owed a prenote, so the
      *> first pay to it goes by check while the prenote clears.
      *> The approval stamp records both operators and exactly the
      *> routing and account they agreed on.
       APPLY-APPROVED-ACCOUNT.
           MOVE "N" TO WS-BANK-FOUND
           MOVE BPN-EMP-ID TO BAM-EMP-ID
           READ BANK-ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-BANK-FOUND
                   PERFORM SAVE-BANK-BEFORE-IMAGE
           END-READ
           MOVE BPN-EMP-ID TO BAM-EMP-ID
           MOVE BPN-ROUTING TO BAM-ROUTING
           MOVE BPN-ACCOUNT TO BAM-ACCOUNT
           MOVE BPN-ACCT-TYPE TO BAM-ACCT-TYPE
           MOVE SPACE TO BAM-PRENOTE
           MOVE 0 TO BAM-PRENOTE-DATE
           MOVE WS-RUN-DATE TO BAM-CHANGE-DATE
           MOVE BPN-KEYED-BY TO BAM-KEYED-BY
           MOVE WS-OPERATOR-ID TO BAM-APPROVED-BY
           MOVE BPN-ROUTING TO BAM-APPROVED-ROUTING
           MOVE BPN-ACCOUNT TO BAM-APPROVED-ACCOUNT
           IF BANK-FOUND
               REWRITE BANK-MASTER-RECORD
               MOVE "APPROVED - ACCOUNT CHANGED" TO WS-BCH-RESULT
           ELSE
               WRITE BANK-MASTER-RECORD
               MOVE "APPROVED - ACCOUNT ADDED" TO WS-BCH-RESULT
           END-IF
           PERFORM WRITE-BANK-AUDIT-RECORD.

      *> The after image of a removal stays blank, as for an
      *> employee delete
       REMOVE-APPROVED-ACCOUNT.
           MOVE BPN-EMP-ID TO BAM-EMP-ID
           READ BANK-ACCOUNT-MASTER
               INVALID KEY
                   MOVE "APPROVED - NO ACCOUNT LEFT TO REMOVE" TO
                        WS-BCH-RESULT
               NOT INVALID KEY
                   PERFORM SAVE-BANK-BEFORE-IMAGE
                   DELETE BANK-ACCOUNT-MASTER
                   MOVE "B" TO WS-AUD-ACTION-CODE
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE "APPROVED - ACCOUNT REMOVED" TO WS-BCH-RESULT
           END-READ.

      *> Either operator may decline a pending change, the keyer
      *> included - withdrawing a change needs no second opinion
       DECLINE-BANK-CHANGE.
           PERFORM LOOKUP-BANK-CHANGE-EMPLOYEE
           MOVE BTR-EMP-ID TO BPN-EMP-ID
           READ BANK-PENDING-CHANGES
               INVALID KEY
                   MOVE "R16" TO WS-REJ-REASON
                   MOVE "NO CHANGE PENDING FOR EMPLOYEE" TO
                        WS-BCH-RESULT
                   PERFORM REJECT-BANK-CHANGE
               NOT INVALID KEY
                   DELETE BANK-PENDING-CHANGES
                   ADD 1 TO WS-BCH-DECLINED-COUNT
                   MOVE "DECLINED - PENDING CHANGE DROPPED" TO
                        WS-BCH-RESULT
                   PERFORM WRITE-BANK-CHANGE-LINE
           END-READ.

       REJECT-BANK-CHANGE.
           PERFORM WRITE-REJECT-RECORD
           MOVE SPACES TO WS-BCL-RESULT
           STRING "REJECTED " DELIMITED BY SIZE
                  WS-REJ-REASON DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BCH-RESULT DELIMITED BY SIZE
                  INTO WS-BCL-RESULT
           END-STRING
           PERFORM FORMAT-BANK-CHANGE-LINE
           MOVE SPACES TO WS-BCL-KEYED-BY
           WRITE BCR-PRINT-LINE FROM WS-BANKRPT-LINE.

       WRITE-BANK-CHANGE-LINE.
           MOVE WS-BCH-RESULT TO WS-BCL-RESULT
           PERFORM FORMAT-BANK-CHANGE-LINE
           MOVE BPN-KEYED-BY TO WS-BCL-KEYED-BY
           WRITE BCR-PRINT-LINE FROM WS-BANKRPT-LINE.

       FORMAT-BANK-CHANGE-LINE.
           EVALUATE BTR-ACTION-CODE
               WHEN "C"
                   MOVE "CHANGE" TO WS-BCL-ACTION
               WHEN "D"
                   MOVE "REMOVE" TO WS-BCL-ACTION
               WHEN "A"
                   MOVE "APPROVE" TO WS-BCL-ACTION
               WHEN "X"
                   MOVE "DECLINE" TO WS-BCL-ACTION
               WHEN OTHER
                   MOVE SPACES TO WS-BCL-ACTION
                   MOVE BTR-ACTION-CODE TO WS-BCL-ACTION(1:1)
           END-EVALUATE
           MOVE BTR-EMP-ID TO WS-BCL-EMP-ID
           MOVE WS-BCH-EMP-NAME TO WS-BCL-NAME
           MOVE BTR-ROUTING TO WS-BCL-ROUTING
           MOVE BTR-ACCOUNT TO WS-BCL-ACCOUNT
           MOVE BTR-ACCT-TYPE TO WS-BCL-ACCT-TYPE.

       READ-LAST-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHK-FILE-STATUS NOT = "00" AND
              WS-CHK-FILE-STATUS NOT = "05"
               MOVE "CHECKPOINT-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CHK-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM UNTIL EOF-CHECKPOINT
               READ CHECKPOINT-FILE INTO WS-CHECKPOINT-LINE
                   AT END
                       SET EOF-CHECKPOINT TO TRUE
                   NOT AT END
                       MOVE WS-CHK-ID TO WS-RESTART-EMP-ID
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE.

       CHECK-CHECKPOINT.
           ADD 1 TO WS-RECORDS-SINCE-CHECKPT
           IF WS-RECORDS-SINCE-CHECKPT >= WS-CHECKPOINT-INTERVAL
      *> A simulation leaves no checkpoint - a later RESTART must
      *> resume the last live run, not a what-if pass
               IF NOT SIMULATE-MODE
                   MOVE EMP-ID TO WS-CHK-ID
                   WRITE CHK-PRINT-LINE FROM WS-CHECKPOINT-LINE
               END-IF
               MOVE 0 TO WS-RECORDS-SINCE-CHECKPT
           END-IF.

      *> Sorts DEDMAST into employee order and primes the first
      *> record; the register pass match-merges the work file
      *> against EMPLOYEE-MASTER, which READ NEXT delivers in
      *> ascending key order
       SORT-DEDUCTION-WORK.
           SORT SORT-DED-FILE
               ON ASCENDING KEY SDD-EMP-ID
               USING DEDUCT-MASTER
               GIVING DEDUCT-WORK-FILE
           OPEN INPUT DEDUCT-WORK-FILE
           IF WS-DWK-FILE-STATUS NOT = "00"
               MOVE "DEDUCT-WORK-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-DWK-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM READ-DEDUCT-WORK.

       READ-DEDUCT-WORK.
           MOVE "N" TO WS-DED-PENDING
           READ DEDUCT-WORK-FILE
               AT END
                   SET EOF-DEDWORK TO TRUE
               NOT AT END
                   MOVE "Y" TO WS-DED-PENDING
           END-READ.

      *> Work-file records keyed below the employee being read can
      *> never match - they point at employees not on the master.
      *> On a restart they are skipped without comment because the
      *> pass starts mid-master and proves nothing.
       ADVANCE-DEDUCT-WORK.
           PERFORM UNTIL NOT DED-PENDING OR DWK-EMP-ID >= EMP-ID
               IF NOT RESTART-MODE
                   MOVE DWK-EMP-ID TO WS-ORPHAN-ID
                   MOVE "E09" TO WS-REASON-CODE
                   MOVE "DEDUCTION FOR UNKNOWN EMPLOYEE" TO
                        WS-REASON-TEXT
                   PERFORM WRITE-ORPHAN-EXCEPTION
               END-IF
               PERFORM READ-DEDUCT-WORK
           END-PERFORM.

       DRAIN-ORPHAN-DEDUCTIONS.
           PERFORM UNTIL NOT DED-PENDING
               MOVE DWK-EMP-ID TO WS-ORPHAN-ID
               MOVE "E09" TO WS-REASON-CODE
               MOVE "DEDUCTION FOR UNKNOWN EMPLOYEE" TO
                    WS-REASON-TEXT
               PERFORM WRITE-ORPHAN-EXCEPTION
               PERFORM READ-DEDUCT-WORK
           END-PERFORM.

      *> An orphan exception written mid-pass must not clobber the
      *> employee currently being paid, so the work fields are
      *> saved around the write
       WRITE-ORPHAN-EXCEPTION.
           MOVE EMP-ID TO WS-ORPHAN-SAVE-ID
           MOVE EMP-NAME TO WS-ORPHAN-SAVE-NAME
           MOVE WS-CURRENT-DEPT-NAME TO WS-ORPHAN-SAVE-DEPT
           MOVE WS-ORPHAN-ID TO EMP-ID
           MOVE "*NOT ON EMPLOYEE MASTER*" TO EMP-NAME
           MOVE SPACES TO WS-CURRENT-DEPT-NAME
           PERFORM WRITE-EXCEPTION-RECORD
           MOVE WS-ORPHAN-SAVE-ID TO EMP-ID
           MOVE WS-ORPHAN-SAVE-NAME TO EMP-NAME
           MOVE WS-ORPHAN-SAVE-DEPT TO WS-CURRENT-DEPT-NAME.

      *> Reads the day's FX rate file into WS-FX-TABLE before the
      *> EMPLOYEE-MASTER pass; one record per currency, rate is units
      *> of USD per one unit of the foreign currency
       LOAD-FX-RATE-TABLE.
           OPEN INPUT FX-RATE-FILE
           IF WS-FX-FILE-STATUS NOT = "00"
               MOVE "FX-RATE-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-FX-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM UNTIL EOF-FX-RATE
               READ FX-RATE-FILE
                   AT END
                       SET EOF-FX-RATE TO TRUE
                   NOT AT END
                       IF FX-RATE NOT NUMERIC OR FX-RATE = 0
                           MOVE 0 TO EMP-ID
                           MOVE "*FX RATE NOT USABLE*" TO EMP-NAME
                           MOVE SPACES TO WS-CURRENT-DEPT-NAME
                           MOVE "E13" TO WS-REASON-CODE
                           MOVE SPACES TO WS-REASON-TEXT
                           STRING "INVALID FX RATE FOR "
                                  FX-CURRENCY
                                  DELIMITED BY SIZE
                                  INTO WS-REASON-TEXT
                           END-STRING
                           PERFORM WRITE-EXCEPTION-RECORD
                       ELSE
                           IF WS-FX-COUNT < 20
                               ADD 1 TO WS-FX-COUNT
                               MOVE FX-CURRENCY TO
                                    WS-FXT-CODE(WS-FX-COUNT)
                               MOVE FX-RATE TO
                                    WS-FXT-RATE(WS-FX-COUNT)
                           ELSE
                               MOVE 0 TO EMP-ID
                               MOVE "*FX RATE NOT TABLED*" TO
                                    EMP-NAME
                               MOVE SPACES TO WS-CURRENT-DEPT-NAME
                               MOVE "E12" TO WS-REASON-CODE
                               MOVE "FX RATE TABLE FULL" TO
                                    WS-REASON-TEXT
                               PERFORM WRITE-EXCEPTION-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FX-RATE-FILE.

      *> Reads the withholding bracket file into WS-TAX-TABLE before
      *> the EMPLOYEE-MASTER pass; rows that cannot be used are
      *> reported the same way a bad FX rate is, so a mis-keyed
      *> bracket never silently under-withholds
       LOAD-TAX-RATE-TABLE.
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAX-FILE-STATUS NOT = "00"
               MOVE "TAX-RATE-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-TAX-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM UNTIL EOF-TAX-RATE
               READ TAX-RATE-FILE
                   AT END
                       SET EOF-TAX-RATE TO TRUE
                   NOT AT END
                       IF TAX-BRACKET-FLOOR NOT NUMERIC OR
                          TAX-BRACKET-CEIL NOT NUMERIC OR
                          TAX-RATE-PCT NOT NUMERIC OR
                          TAX-ANNUAL-EXEMPT NOT NUMERIC OR
                          TAX-BRACKET-CEIL < TAX-BRACKET-FLOOR
                           MOVE 0 TO EMP-ID
                           MOVE "*TAX BRACKET NOT USABLE*" TO
                                EMP-NAME
                           MOVE SPACES TO WS-CURRENT-DEPT-NAME
                           MOVE "E19" TO WS-REASON-CODE
                           MOVE SPACES TO WS-REASON-TEXT
                           STRING "INVALID TAX BRACKET FOR "
                                  TAX-JURIS
                                  DELIMITED BY SIZE
                                  INTO WS-REASON-TEXT
                           END-STRING
                           PERFORM WRITE-EXCEPTION-RECORD
                       ELSE
                           IF WS-TAX-COUNT < 200
                               ADD 1 TO WS-TAX-COUNT
                               MOVE TAX-JURIS TO
                                    WS-TAXT-JURIS(WS-TAX-COUNT)
                               MOVE TAX-FILING-STATUS TO
                                    WS-TAXT-STATUS(WS-TAX-COUNT)
                               MOVE TAX-BRACKET-FLOOR TO
                                    WS-TAXT-FLOOR(WS-TAX-COUNT)
                               MOVE TAX-BRACKET-CEIL TO
                                    WS-TAXT-CEILING(WS-TAX-COUNT)
                               MOVE TAX-RATE-PCT TO
                                    WS-TAXT-RATE(WS-TAX-COUNT)
                               MOVE TAX-ANNUAL-EXEMPT TO
                                    WS-TAXT-EXEMPT(WS-TAX-COUNT)
                           ELSE
                               MOVE 0 TO EMP-ID
                               MOVE "*TAX BRACKET NOT TABLED*" TO
                                    EMP-NAME
                               MOVE SPACES TO WS-CURRENT-DEPT-NAME
                               MOVE "E18" TO WS-REASON-CODE
                               MOVE "TAX TABLE FULL" TO
                                    WS-REASON-TEXT
                               PERFORM WRITE-EXCEPTION-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-RATE-FILE.

      *> Sorts the period's timecards into employee order for the
      *> match-merge; a missing dataset is an all-salaried period,
      *> not an error - any active hourly employee then falls out
      *> with a missing-timecard exception. Rows that cannot be
      *> paid from are reported at release time, never dropped.
       SORT-TIMECARD-WORK.
           SORT SORT-TMC-FILE
               ON ASCENDING KEY STM-EMP-ID
               INPUT PROCEDURE IS RELEASE-TIMECARDS
               GIVING TIMECARD-WORK-FILE
           OPEN INPUT TIMECARD-WORK-FILE
           IF WS-TWK-FILE-STATUS NOT = "00" AND
              WS-TWK-FILE-STATUS NOT = "05"
               MOVE "TIMECARD-WORK-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-TWK-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM READ-TIMECARD-WORK.

       RELEASE-TIMECARDS.
           OPEN INPUT TIMECARD-FILE
           EVALUATE WS-TMC-FILE-STATUS
               WHEN "00"
               WHEN "05"
                   PERFORM UNTIL EOF-TIMECARD
                       READ TIMECARD-FILE
                           AT END
                               SET EOF-TIMECARD TO TRUE
                           NOT AT END
                               PERFORM RELEASE-ONE-TIMECARD
                       END-READ
                   END-PERFORM
                   CLOSE TIMECARD-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "TIMECARD-FILE" TO WS-ABEND-FILE-NAME
                   MOVE WS-TMC-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM ABEND-ON-OPEN-ERROR
           END-EVALUATE.

       RELEASE-ONE-TIMECARD.
           IF TMC-EMP-ID NOT NUMERIC OR
              TMC-REG-HOURS NOT NUMERIC OR
              TMC-OT-HOURS NOT NUMERIC
               MOVE 0 TO EMP-ID
               MOVE "*TIMECARD NOT USABLE*" TO EMP-NAME
               MOVE SPACES TO WS-CURRENT-DEPT-NAME
               MOVE "E23" TO WS-REASON-CODE
               MOVE "TIMECARD NOT NUMERIC" TO WS-REASON-TEXT
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
               MOVE TMC-EMP-ID TO STM-EMP-ID
               MOVE TMC-REG-HOURS TO STM-REG-HOURS
               MOVE TMC-OT-HOURS TO STM-OT-HOURS
               MOVE TMC-PROJECT TO STM-PROJECT
               RELEASE SORT-TMC-RECORD
           END-IF.

       READ-TIMECARD-WORK.
           MOVE "N" TO WS-TMC-PENDING
           READ TIMECARD-WORK-FILE
               AT END
                   SET EOF-TMCWORK TO TRUE
               NOT AT END
                   MOVE "Y" TO WS-TMC-PENDING
           END-READ.

       ADVANCE-TIMECARD-WORK.
           PERFORM UNTIL NOT TMC-PENDING OR TWK-EMP-ID >= EMP-ID
               IF NOT RESTART-MODE
                   MOVE TWK-EMP-ID TO WS-ORPHAN-ID
                   MOVE "E24" TO WS-REASON-CODE
                   MOVE "TIMECARD FOR UNKNOWN EMPLOYEE" TO
                        WS-REASON-TEXT
                   PERFORM WRITE-ORPHAN-EXCEPTION
               END-IF
               PERFORM READ-TIMECARD-WORK
           END-PERFORM.

       DRAIN-ORPHAN-TIMECARDS.
           PERFORM UNTIL NOT TMC-PENDING
               MOVE TWK-EMP-ID TO WS-ORPHAN-ID
               MOVE "E24" TO WS-REASON-CODE
               MOVE "TIMECARD FOR UNKNOWN EMPLOYEE" TO
                    WS-REASON-TEXT
               PERFORM WRITE-ORPHAN-EXCEPTION
               PERFORM READ-TIMECARD-WORK
           END-PERFORM.

      *> For an hourly employee the period gross is rate times
      *> regular hours plus time-and-a-half on overtime, put into
      *> EMP-SALARY so the deduction, FX, tax, YTD, and GL paths
      *> all run exactly as they do for salaried staff. Several
      *> cards for one employee sum. No card leaves TIMECARD-OK
      *> off for the validation to reject; a salaried employee's
      *> stray cards are consumed without pay. Hours booked to a
      *> project are also totalled by project for the labor
      *> distribution.
       COMPUTE-HOURLY-GROSS.
           MOVE "Y" TO WS-TIMECARD-OK
           MOVE "N" TO WS-TMC-FOUND
           MOVE 0 TO WS-TMC-REG-TOT
           MOVE 0 TO WS-TMC-OT-TOT
           MOVE 0 TO WS-LTP-COUNT
           MOVE 0 TO WS-LTP-REG-TOT
           MOVE 0 TO WS-LTP-OT-TOT
           PERFORM ADVANCE-TIMECARD-WORK
           PERFORM UNTIL NOT TMC-PENDING OR TWK-EMP-ID NOT = EMP-ID
               ADD TWK-REG-HOURS TO WS-TMC-REG-TOT
               ADD TWK-OT-HOURS TO WS-TMC-OT-TOT
               MOVE "Y" TO WS-TMC-FOUND
               IF TWK-PROJECT NOT = SPACES
                   PERFORM ADD-TIMECARD-PROJECT-HOURS
               END-IF
               PERFORM READ-TIMECARD-WORK
           END-PERFORM
           IF EMP-HOURLY
               IF WS-TMC-FOUND = "Y"
                   COMPUTE WS-HOURLY-GROSS ROUNDED =
                       (EMP-HOURLY-RATE * WS-TMC-REG-TOT) +
                       (EMP-HOURLY-RATE * 1.5 * WS-TMC-OT-TOT)
                   MOVE WS-HOURLY-GROSS TO EMP-SALARY
               ELSE
                   MOVE "N" TO WS-TIMECARD-OK
               END-IF
           END-IF.

      *> A project past the table's twenty is left to the split, so
      *> its hours are still paid and still charged somewhere
       ADD-TIMECARD-PROJECT-HOURS.
           SET WS-LTP-IDX TO 1
           SEARCH WS-LTP-ENTRY
               AT END
                   IF WS-LTP-COUNT < 20
                       ADD 1 TO WS-LTP-COUNT
                       MOVE TWK-PROJECT TO
                            WS-LTP-PROJECT(WS-LTP-COUNT)
                       MOVE TWK-REG-HOURS TO
                            WS-LTP-REG-HOURS(WS-LTP-COUNT)
                       MOVE TWK-OT-HOURS TO
                            WS-LTP-OT-HOURS(WS-LTP-COUNT)
                       ADD TWK-REG-HOURS TO WS-LTP-REG-TOT
                       ADD TWK-OT-HOURS TO WS-LTP-OT-TOT
                   ELSE
                       DISPLAY "TIMECARD PROJECT TABLE FULL - HOURS "
                               "LEFT TO SPLIT: " EMP-ID " "
                               TWK-PROJECT
                   END-IF
               WHEN WS-LTP-PROJECT(WS-LTP-IDX) = TWK-PROJECT
                   ADD TWK-REG-HOURS TO WS-LTP-REG-HOURS(WS-LTP-IDX)
                   ADD TWK-OT-HOURS TO WS-LTP-OT-HOURS(WS-LTP-IDX)
                   ADD TWK-REG-HOURS TO WS-LTP-REG-TOT
                   ADD TWK-OT-HOURS TO WS-LTP-OT-TOT
           END-SEARCH.

      *> A terminated or on-leave employee's timecards are consumed
      *> so they do not read as "unknown employee" - the hours
      *> simply are not paid and the record stays visible as
      *> skipped
       CONSUME-EMPLOYEE-TIMECARDS.
           PERFORM ADVANCE-TIMECARD-WORK
           PERFORM UNTIL NOT TMC-PENDING OR TWK-EMP-ID NOT = EMP-ID
               PERFORM READ-TIMECARD-WORK
           END-PERFORM.

       CONSUME-EMPLOYEE-DEDUCTIONS.
           PERFORM ADVANCE-DEDUCT-WORK
           PERFORM UNTIL NOT DED-PENDING OR DWK-EMP-ID NOT = EMP-ID
               PERFORM READ-DEDUCT-WORK
           END-PERFORM.

      *> An employee on another pay cycle is neither paid nor
      *> carried on this register; their deduction, timecard, and
      *> leave records are consumed quietly so the orphan reporting
      *> stays honest. Their own cycle's submit picks them up.
       SKIP-OFF-CYCLE-EMPLOYEE.
           PERFORM CONSUME-EMPLOYEE-DEDUCTIONS
           PERFORM CONSUME-EMPLOYEE-TIMECARDS
           PERFORM MARK-LEAVE-MATCHED.

      *> Reads the period's leave transactions into WS-LVT-TABLE;
      *> a missing dataset means no leave was taken this period.
      *> Rows that cannot be applied are reported, never dropped.
       LOAD-LEAVE-TRANSACTIONS.
           OPEN INPUT LEAVE-TRANS-FILE
           EVALUATE WS-LVT-FILE-STATUS
               WHEN "00"
               WHEN "05"
                   PERFORM UNTIL EOF-LEAVE-TRANS
                       READ LEAVE-TRANS-FILE
                           AT END
                               SET EOF-LEAVE-TRANS TO TRUE
                           NOT AT END
                               PERFORM STORE-LEAVE-TRANS-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE LEAVE-TRANS-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "LEAVE-TRANS-FILE" TO WS-ABEND-FILE-NAME
                   MOVE WS-LVT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM ABEND-ON-OPEN-ERROR
           END-EVALUATE.

       STORE-LEAVE-TRANS-ENTRY.
           IF LVT-EMP-ID NOT NUMERIC OR
              LVT-HOURS NOT NUMERIC OR
              (LVT-TYPE NOT = "V" AND LVT-TYPE NOT = "S")
               MOVE 0 TO EMP-ID
               MOVE "*LEAVE TRANS NOT USABLE*" TO EMP-NAME
               MOVE SPACES TO WS-CURRENT-DEPT-NAME
               MOVE "E31" TO WS-REASON-CODE
               MOVE "LEAVE TRANSACTION NOT USABLE" TO
                    WS-REASON-TEXT
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
               IF WS-LVT-COUNT < 2000
                   ADD 1 TO WS-LVT-COUNT
                   MOVE LVT-EMP-ID TO WS-LVT-ID(WS-LVT-COUNT)
                   MOVE LVT-TYPE TO WS-LVT-TYPE-CODE(WS-LVT-COUNT)
                   MOVE LVT-HOURS TO WS-LVT-HOURS(WS-LVT-COUNT)
                   MOVE "N" TO WS-LVT-MATCHED(WS-LVT-COUNT)
               ELSE
                   MOVE LVT-EMP-ID TO EMP-ID
                   MOVE "*LEAVE TRANS NOT APPLIED*" TO EMP-NAME
                   MOVE SPACES TO WS-CURRENT-DEPT-NAME
                   MOVE "E33" TO WS-REASON-CODE
                   MOVE "LEAVE TRANSACTION TABLE FULL" TO
                        WS-REASON-TEXT
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-IF.

      *> Accrues this period's leave and applies the hours taken,
      *> creating the balance record on first sight. Accrual only
      *> happens when the period actually posted, so a reprint of
      *> an already-posted period cannot accrue twice. A balance
      *> driven negative is reported but still recorded - the hours
      *> were taken whether or not they were covered.
       PROCESS-LEAVE-ACTIVITY.
           MOVE EMP-ID TO LVM-EMP-ID
           READ LEAVE-MASTER
               INVALID KEY
                   MOVE EMP-ID TO LVM-EMP-ID
                   MOVE 0 TO LVM-VAC-ACCRUED
                   MOVE 0 TO LVM-VAC-TAKEN
                   MOVE 0 TO LVM-SICK-ACCRUED
                   MOVE 0 TO LVM-SICK-TAKEN
                   PERFORM APPLY-LEAVE-ACTIVITY
                   IF NOT SIMULATE-MODE
                       WRITE LEAVE-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "LEAVE WRITE FAILED FOR "
                                       "EMP-ID: " EMP-ID
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   PERFORM APPLY-LEAVE-ACTIVITY
                   IF NOT SIMULATE-MODE
                       REWRITE LEAVE-MASTER-RECORD
                   END-IF
           END-READ
           COMPUTE WS-VAC-AVAILABLE =
               LVM-VAC-ACCRUED - LVM-VAC-TAKEN
           COMPUTE WS-SICK-AVAILABLE =
               LVM-SICK-ACCRUED - LVM-SICK-TAKEN
           IF WS-VAC-AVAILABLE < 0
               MOVE "E29" TO WS-REASON-CODE
               MOVE "VACATION BALANCE NEGATIVE" TO WS-REASON-TEXT
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF
           IF WS-SICK-AVAILABLE < 0
               MOVE "E29" TO WS-REASON-CODE
               MOVE "SICK BALANCE NEGATIVE" TO WS-REASON-TEXT
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

       APPLY-LEAVE-ACTIVITY.
           IF YTD-POSTED
               ADD WS-VAC-ACCRUAL-RATE TO LVM-VAC-ACCRUED
               ADD WS-SICK-ACCRUAL-RATE TO LVM-SICK-ACCRUED
           END-IF
           PERFORM VARYING WS-LVT-IDX FROM 1 BY 1
                   UNTIL WS-LVT-IDX > WS-LVT-COUNT
               IF WS-LVT-ID(WS-LVT-IDX) = EMP-ID
                   MOVE "Y" TO WS-LVT-MATCHED(WS-LVT-IDX)
                   IF WS-LVT-TYPE-CODE(WS-LVT-IDX) = "V"
                       ADD WS-LVT-HOURS(WS-LVT-IDX) TO
                           LVM-VAC-TAKEN
                   ELSE
                       ADD WS-LVT-HOURS(WS-LVT-IDX) TO
                           LVM-SICK-TAKEN
                   END-IF
               END-IF
           END-PERFORM.

      *> A skipped employee's leave transactions are matched so
      *> they do not read as "unknown employee"; hours recorded
      *> against terminated staff are an exception in their own
      *> right
       CHECK-SKIPPED-LEAVE.
           PERFORM VARYING WS-LVT-IDX FROM 1 BY 1
                   UNTIL WS-LVT-IDX > WS-LVT-COUNT
               IF WS-LVT-ID(WS-LVT-IDX) = EMP-ID
                   MOVE "Y" TO WS-LVT-MATCHED(WS-LVT-IDX)
                   IF EMP-TERMINATED
                       MOVE "E30" TO WS-REASON-CODE
                       MOVE "LEAVE TAKEN BY TERMINATED EMPLOYEE" TO
                            WS-REASON-TEXT
                       PERFORM WRITE-EXCEPTION-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       MARK-LEAVE-MATCHED.
           PERFORM VARYING WS-LVT-IDX FROM 1 BY 1
                   UNTIL WS-LVT-IDX > WS-LVT-COUNT
               IF WS-LVT-ID(WS-LVT-IDX) = EMP-ID
                   MOVE "Y" TO WS-LVT-MATCHED(WS-LVT-IDX)
               END-IF
           END-PERFORM.

       REPORT-ORPHAN-LEAVE.
           PERFORM VARYING WS-LVT-IDX FROM 1 BY 1
                   UNTIL WS-LVT-IDX > WS-LVT-COUNT
               IF WS-LVT-MATCHED(WS-LVT-IDX) NOT = "Y"
                   MOVE WS-LVT-ID(WS-LVT-IDX) TO EMP-ID
                   MOVE "*NOT ON EMPLOYEE MASTER*" TO EMP-NAME
                   MOVE SPACES TO WS-CURRENT-DEPT-NAME
                   MOVE "E32" TO WS-REASON-CODE
                   MOVE "LEAVE FOR UNKNOWN EMPLOYEE" TO
                        WS-REASON-TEXT
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-PERFORM.

      *> Scans the audit trail once at startup for backdated salary
      *> changes this run owes retro pay on: update records whose
      *> change landed inside the current period window but whose
      *> effective date precedes the period start. The window test
      *> against the record's own audit date is the double-pay
      *> guard - every change belongs to exactly one register run.
      *> A missing audit log simply means no retro this run.
       LOAD-RETRO-CANDIDATES.
           MOVE "N" TO WS-EOF-AUDIT-IN
           OPEN INPUT AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM UNTIL EOF-AUDIT-IN
                   READ AUDIT-TRAIL INTO WS-AUDIT-LINE
                       AT END
                           SET EOF-AUDIT-IN TO TRUE
                       NOT AT END
                           PERFORM STORE-RETRO-CANDIDATE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF.

       STORE-RETRO-CANDIDATE.
           IF WS-AUD-ACTION = "U" AND
              WS-AUD-DATE NUMERIC AND
              WS-AUD-LINE-AFTER-ID NUMERIC AND
              WS-AUD-LINE-EFF-DATE NUMERIC AND
              WS-AUD-LINE-BEFORE-SALARY NOT = SPACES AND
              WS-AUD-LINE-AFTER-SALARY NOT = SPACES
               MOVE WS-AUD-LINE-EFF-DATE TO WS-AUD-EFF-NUM
               IF WS-AUD-EFF-NUM NOT = 0
                   COMPUTE WS-AUD-SCAN-INT =
                       FUNCTION INTEGER-OF-DATE(WS-AUD-DATE)
                   COMPUTE WS-AUD-EFF-INT =
                       FUNCTION INTEGER-OF-DATE(WS-AUD-EFF-NUM)
      *> The logged salary images are edited with commas, which
      *> plain NUMVAL does not accept on the mainframe compiler
                   COMPUTE WS-AUD-OLD-SALARY =
                       FUNCTION NUMVAL-C(WS-AUD-LINE-BEFORE-SALARY)
                   COMPUTE WS-AUD-NEW-SALARY =
                       FUNCTION NUMVAL-C(WS-AUD-LINE-AFTER-SALARY)
                   IF WS-AUD-SCAN-INT >= WS-PERIOD-START-INT AND
                      WS-AUD-SCAN-INT <= WS-PERIOD-END-INT AND
                      WS-AUD-EFF-INT NOT = 0 AND
                      WS-AUD-EFF-INT < WS-PERIOD-START-INT AND
                      WS-AUD-OLD-SALARY NOT = WS-AUD-NEW-SALARY
                       IF WS-RTC-COUNT < 500
                           ADD 1 TO WS-RTC-COUNT
                           MOVE WS-AUD-LINE-AFTER-ID TO
                                WS-RTC-ID(WS-RTC-COUNT)
                           MOVE WS-AUD-OLD-SALARY TO
                                WS-RTC-OLD(WS-RTC-COUNT)
                           MOVE WS-AUD-NEW-SALARY TO
                                WS-RTC-NEW(WS-RTC-COUNT)
                           MOVE WS-AUD-EFF-INT TO
                                WS-RTC-EFF-INT(WS-RTC-COUNT)
                       ELSE
                           MOVE WS-AUD-LINE-AFTER-ID TO EMP-ID
                           MOVE "*RETRO NOT APPLIED*" TO EMP-NAME
                           MOVE SPACES TO WS-CURRENT-DEPT-NAME
                           MOVE "E28" TO WS-REASON-CODE
                           MOVE "RETRO CANDIDATE TABLE FULL" TO
                                WS-REASON-TEXT
                           PERFORM WRITE-EXCEPTION-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Converts the current employee's gross, deductions, and net
      *> onto the USD scale; a USD salary passes through at par and a
      *> currency with no rate on file leaves FX-RATE-FOUND off so
      *> the caller can raise the exception
       COMPUTE-USD-EQUIVALENT.
           MOVE "N" TO WS-FX-FOUND
           MOVE 0 TO WS-CURRENT-FX-RATE
           MOVE 0 TO WS-EMP-USD-SALARY
           MOVE 0 TO WS-EMP-USD-DEDUCT
           MOVE 0 TO WS-EMP-USD-TAX
           MOVE 0 TO WS-EMP-USD-NET
           IF EMP-CURRENCY = "USD"
               MOVE "Y" TO WS-FX-FOUND
               MOVE 1 TO WS-CURRENT-FX-RATE
           ELSE
               SET WS-FX-IDX TO 1
               SEARCH WS-FX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FXT-CODE(WS-FX-IDX) = EMP-CURRENCY
                       MOVE "Y" TO WS-FX-FOUND
                       MOVE WS-FXT-RATE(WS-FX-IDX) TO
                            WS-CURRENT-FX-RATE
               END-SEARCH
           END-IF
           IF FX-RATE-FOUND
               COMPUTE WS-EMP-USD-SALARY ROUNDED =
                   EMP-SALARY * WS-CURRENT-FX-RATE
               COMPUTE WS-EMP-USD-DEDUCT ROUNDED =
                   WS-EMP-DEDUCT-TOTAL * WS-CURRENT-FX-RATE
               COMPUTE WS-EMP-USD-TAX ROUNDED =
                   WS-EMP-TAX * WS-CURRENT-FX-RATE
              *> Derived rather than converted so gross, deductions,
              *> tax, and net always cross-foot after rounding
               COMPUTE WS-EMP-USD-NET =
                   WS-EMP-USD-SALARY - WS-EMP-USD-DEDUCT -
                   WS-EMP-USD-TAX
           END-IF.

      *> Consumes this employee's deduction rows off the sorted
      *> work file: anything keyed below the employee is an orphan,
      *> everything equal is summed into the period total and kept
      *> in the small per-employee table for the stub itemization
       MATCH-EMPLOYEE-DEDUCTIONS.
           MOVE 0 TO WS-EMP-DEDUCT-TOTAL
      *> The prior employee's withholding must never bleed into this
      *> one's USD conversion or net; the real tax is computed later
      *> from the prorated gross
           MOVE 0 TO WS-EMP-TAX
           MOVE 0 TO WS-EMPDED-COUNT
           PERFORM ADVANCE-DEDUCT-WORK
           PERFORM UNTIL NOT DED-PENDING OR DWK-EMP-ID NOT = EMP-ID
               ADD DWK-AMOUNT TO WS-EMP-DEDUCT-TOTAL
      *> The total is always complete; past a hundred rows the stub
      *> itemization simply stops listing them
               IF WS-EMPDED-COUNT < 100
                   ADD 1 TO WS-EMPDED-COUNT
                   MOVE DWK-TYPE TO
                        WS-EMPDED-TYPE(WS-EMPDED-COUNT)
                   MOVE DWK-AMOUNT TO
                        WS-EMPDED-AMOUNT(WS-EMPDED-COUNT)
               END-IF
               PERFORM READ-DEDUCT-WORK
           END-PERFORM
           COMPUTE WS-EMP-NET-PAY = EMP-SALARY - WS-EMP-DEDUCT-TOTAL.

      *> An employee hired inside the pay period is paid only for the
      *> days employed; the band check has already run against the
      *> full salary, so only the pay amounts are scaled
       PRORATE-MID-PERIOD-HIRE.
           MOVE SPACES TO WS-EMP-PAY-NOTE
           IF EMP-HIRE-DATE NOT = 0 AND
              EMP-HIRE-DATE > WS-PERIOD-END-DATE
      *> Not yet employed this period - carried with zero pay so HR
      *> can see the pre-loaded record, paid from the hire date on;
      *> nothing is withheld from pay that was never earned
               MOVE 0 TO EMP-SALARY
               MOVE 0 TO WS-EMP-DEDUCT-TOTAL
               COMPUTE WS-EMP-NET-PAY =
                   EMP-SALARY - WS-EMP-DEDUCT-TOTAL
               PERFORM COMPUTE-USD-EQUIVALENT
               MOVE "FUTURE HIRE" TO WS-EMP-PAY-NOTE
           ELSE
      *> Hourly pay already reflects the hours actually worked, so
      *> only salaried staff are scaled for a mid-period start
           IF EMP-HIRE-DATE NOT = 0 AND
              EMP-HIRE-DATE <= WS-PERIOD-END-DATE AND
              NOT EMP-HOURLY
               COMPUTE WS-HIRE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(EMP-HIRE-DATE)
               IF WS-HIRE-DATE-INT > WS-PERIOD-START-INT
                   COMPUTE WS-DAYS-EMPLOYED =
                       WS-PERIOD-END-INT - WS-HIRE-DATE-INT + 1
                   COMPUTE EMP-SALARY ROUNDED =
                       EMP-SALARY * WS-DAYS-EMPLOYED
                       / WS-PERIOD-DAYS
                   COMPUTE WS-EMP-NET-PAY =
                       EMP-SALARY - WS-EMP-DEDUCT-TOTAL
                   PERFORM COMPUTE-USD-EQUIVALENT
                   MOVE "(PRORATED)" TO WS-EMP-PAY-NOTE
               END-IF
           END-IF
           END-IF.

      *> Statutory withholding from the prorated period gross: the
      *> gross is annualized, the employee's jurisdiction and filing
      *> status pick the bracket, the annual exemption comes off
      *> before the bracket test, and the annual tax is divided back
      *> to the period. A jurisdiction with no matching bracket pays
      *> with nothing withheld and goes on the exception file so the
      *> table hole is fixed, not silently absorbed.
       COMPUTE-TAX-WITHHOLDING.
           MOVE "N" TO WS-TAX-FOUND
           MOVE 0 TO WS-EMP-TAX
      *> Records keyed before the jurisdiction field existed carry
      *> spaces: no statutory withholding is configured, only the
      *> flat DEDMAST amounts apply
           IF EMP-TAX-JURIS NOT = SPACES AND EMP-SALARY NOT = 0
               COMPUTE WS-ANNUALIZED-GROSS =
                   EMP-SALARY * WS-PERIODS-PER-YEAR
               PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                       UNTIL WS-TAX-IDX > WS-TAX-COUNT
                          OR TAX-BRACKET-FOUND
                   IF WS-TAXT-JURIS(WS-TAX-IDX) = EMP-TAX-JURIS AND
                      WS-TAXT-STATUS(WS-TAX-IDX) = EMP-FILING-STATUS
                       COMPUTE WS-ANNUAL-TAXABLE =
                           WS-ANNUALIZED-GROSS -
                           WS-TAXT-EXEMPT(WS-TAX-IDX)
                       IF WS-ANNUAL-TAXABLE < 0
                           MOVE 0 TO WS-ANNUAL-TAXABLE
                       END-IF
                       IF WS-ANNUAL-TAXABLE >=
                             WS-TAXT-FLOOR(WS-TAX-IDX) AND
                          WS-ANNUAL-TAXABLE <=
                             WS-TAXT-CEILING(WS-TAX-IDX)
                           MOVE "Y" TO WS-TAX-FOUND
                           COMPUTE WS-ANNUAL-TAX ROUNDED =
                               WS-ANNUAL-TAXABLE *
                               WS-TAXT-RATE(WS-TAX-IDX) / 100
                           COMPUTE WS-EMP-TAX ROUNDED =
                               WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT TAX-BRACKET-FOUND
                   MOVE "E17" TO WS-REASON-CODE
                   MOVE "NO TAX BRACKET FOR JURIS/STATUS" TO
                        WS-REASON-TEXT
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-IF
           COMPUTE WS-EMP-NET-PAY =
               EMP-SALARY - WS-EMP-DEDUCT-TOTAL - WS-EMP-TAX
           PERFORM COMPUTE-USD-EQUIVALENT.

      *> Court and agency wage attachments, taken after tax from
      *> disposable earnings in the orders' priority. Nothing is
      *> taken past the net left after the flat deductions; what an
      *> order cannot take is carried as arrears and collected ahead
      *> of the current amount when there is room, and an order with
      *> a total owed stops once it is paid. Each amount taken rides
      *> the deduction table as a GN row, so net pay, the stub, and
      *> the GL deduction payable all follow. Orders are in USD; an
      *> employee paid in another currency is held for review.
       APPLY-GARNISHMENT-ORDERS.
           MOVE 0 TO WS-GOR-COUNT
           MOVE 0 TO WS-GRN-TAKEN-TOTAL
           IF EMP-SALARY NOT = 0
               PERFORM LOAD-EMPLOYEE-GARNISHMENTS
           END-IF
           IF WS-GOR-COUNT > 0
               IF EMP-CURRENCY NOT = "USD"
                   MOVE "E36" TO WS-REASON-CODE
                   MOVE "GARNISHMENT HELD - PAY NOT IN USD" TO
                        WS-REASON-TEXT
                   PERFORM WRITE-EXCEPTION-RECORD
               ELSE
                   COMPUTE WS-GRN-DISPOSABLE = EMP-SALARY - WS-EMP-TAX
                   IF WS-GRN-DISPOSABLE < 0
                       MOVE 0 TO WS-GRN-DISPOSABLE
                   END-IF
                   PERFORM VARYING WS-GRN-PASS FROM 1 BY 1
                           UNTIL WS-GRN-PASS > WS-GOR-COUNT
                       PERFORM SELECT-NEXT-GARNISHMENT
                       PERFORM TAKE-ONE-GARNISHMENT
                   END-PERFORM
                   IF WS-GRN-TAKEN-TOTAL NOT = 0
                       COMPUTE WS-EMP-NET-PAY =
                           EMP-SALARY - WS-EMP-DEDUCT-TOTAL -
                           WS-EMP-TAX
                       PERFORM COMPUTE-USD-EQUIVALENT
                   END-IF
               END-IF
           END-IF.

       LOAD-EMPLOYEE-GARNISHMENTS.
           MOVE EMP-ID TO GRN-EMP-ID
           MOVE LOW-VALUES TO GRN-CASE-NO
           MOVE "N" TO WS-EOF-GARNISH
           START GARNISHMENT-MASTER KEY IS NOT LESS THAN GRN-KEY
               INVALID KEY
                   SET EOF-GARNISH TO TRUE
           END-START
           PERFORM UNTIL EOF-GARNISH
               READ GARNISHMENT-MASTER NEXT RECORD
                   AT END
                       SET EOF-GARNISH TO TRUE
                   NOT AT END
                       IF GRN-EMP-ID NOT = EMP-ID
                           SET EOF-GARNISH TO TRUE
                       ELSE
                           PERFORM STORE-GARNISHMENT-ORDER
                       END-IF
               END-READ
           END-PERFORM.

      *> Active orders are worked; an order paid off by an earlier
      *> run of this same period is worked again from where it stood
      *> before that run
       STORE-GARNISHMENT-ORDER.
           IF GRN-STATUS = "A" OR
              (GRN-STATUS = "P" AND
               GRN-LAST-PERIOD = WS-PERIOD-END-DATE)
               IF WS-GOR-COUNT < 20
                   ADD 1 TO WS-GOR-COUNT
                   SET WS-GOR-IDX TO WS-GOR-COUNT
                   MOVE GRN-KEY TO WS-GOR-KEY(WS-GOR-IDX)
                   MOVE GRN-CASE-NO TO WS-GOR-CASE-NO(WS-GOR-IDX)
                   MOVE GRN-ORDER-TYPE TO WS-GOR-TYPE(WS-GOR-IDX)
                   MOVE GRN-PRIORITY TO WS-GOR-PRIORITY(WS-GOR-IDX)
                   MOVE GRN-CALC-METHOD TO WS-GOR-METHOD(WS-GOR-IDX)
                   MOVE GRN-PERIOD-AMOUNT TO
                        WS-GOR-AMOUNT(WS-GOR-IDX)
                   MOVE GRN-PERCENT TO WS-GOR-PERCENT(WS-GOR-IDX)
                   MOVE GRN-TOTAL-OWED TO WS-GOR-OWED(WS-GOR-IDX)
                   MOVE GRN-AGENCY-ID TO WS-GOR-AGENCY-ID(WS-GOR-IDX)
                   MOVE GRN-AGENCY-NAME TO
                        WS-GOR-AGENCY-NAME(WS-GOR-IDX)
                   MOVE "A" TO WS-GOR-STATUS(WS-GOR-IDX)
                   MOVE "N" TO WS-GOR-DONE(WS-GOR-IDX)
                   IF GRN-LAST-PERIOD = WS-PERIOD-END-DATE
                       MOVE GRN-PRIOR-PAID TO
                            WS-GOR-PAID(WS-GOR-IDX)
                       MOVE GRN-PRIOR-ARREARS TO
                            WS-GOR-ARREARS(WS-GOR-IDX)
                   ELSE
                       MOVE GRN-PAID-TO-DATE TO
                            WS-GOR-PAID(WS-GOR-IDX)
                       MOVE GRN-ARREARS TO
                            WS-GOR-ARREARS(WS-GOR-IDX)
                   END-IF
                   MOVE WS-GOR-PAID(WS-GOR-IDX) TO
                        WS-GOR-PRIOR-PAID(WS-GOR-IDX)
                   MOVE WS-GOR-ARREARS(WS-GOR-IDX) TO
                        WS-GOR-PRIOR-ARREARS(WS-GOR-IDX)
               ELSE
                   DISPLAY "GARNISHMENT TABLE FULL - ORDER NOT TAKEN: "
                           GRN-EMP-ID " " GRN-CASE-NO
               END-IF
           END-IF.

      *> Lowest priority number first; equal priorities go in case
      *> number order
       SELECT-NEXT-GARNISHMENT.
           MOVE 0 TO WS-GRN-SEL
           PERFORM VARYING WS-GOR-IDX FROM 1 BY 1
                   UNTIL WS-GOR-IDX > WS-GOR-COUNT
               IF WS-GOR-DONE(WS-GOR-IDX) = "N"
                   IF WS-GRN-SEL = 0
                       SET WS-GRN-SEL TO WS-GOR-IDX
                   ELSE
                       IF WS-GOR-PRIORITY(WS-GOR-IDX) <
                          WS-GOR-PRIORITY(WS-GRN-SEL)
                           SET WS-GRN-SEL TO WS-GOR-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-GOR-DONE(WS-GRN-SEL).

       TAKE-ONE-GARNISHMENT.
           EVALUATE WS-GOR-TYPE(WS-GRN-SEL)
               WHEN "C"
                   IF WS-GOR-ARREARS(WS-GRN-SEL) > 0
                       COMPUTE WS-GRN-CAP ROUNDED =
                           WS-GRN-DISPOSABLE * WS-GRN-SUPPORT-ARR-PCT
                           / 100
                   ELSE
                       COMPUTE WS-GRN-CAP ROUNDED =
                           WS-GRN-DISPOSABLE * WS-GRN-SUPPORT-PCT
                           / 100
                   END-IF
               WHEN "S"
                   COMPUTE WS-GRN-CAP ROUNDED =
                       WS-GRN-DISPOSABLE * WS-GRN-STUDENT-PCT / 100
               WHEN OTHER
                   COMPUTE WS-GRN-CAP ROUNDED =
                       WS-GRN-DISPOSABLE * WS-GRN-CREDITOR-PCT / 100
                   EVALUATE WS-RUN-PAY-FREQ
                       WHEN "W"
                           MOVE WS-GRN-PROTECT-WEEKLY TO
                                WS-GRN-PROTECTED
                       WHEN "M"
                           MOVE WS-GRN-PROTECT-MONTHLY TO
                                WS-GRN-PROTECTED
                       WHEN OTHER
                           MOVE WS-GRN-PROTECT-BIWEEKLY TO
                                WS-GRN-PROTECTED
                   END-EVALUATE
                   COMPUTE WS-GRN-ROOM =
                       WS-GRN-DISPOSABLE - WS-GRN-PROTECTED
                   IF WS-GRN-ROOM < WS-GRN-CAP
                       MOVE WS-GRN-ROOM TO WS-GRN-CAP
                   END-IF
           END-EVALUATE
           SUBTRACT WS-GRN-TAKEN-TOTAL FROM WS-GRN-CAP
           COMPUTE WS-GRN-ROOM = WS-EMP-NET-PAY - WS-GRN-TAKEN-TOTAL
           IF WS-GRN-ROOM < WS-GRN-CAP
               MOVE WS-GRN-ROOM TO WS-GRN-CAP
           END-IF
           IF WS-GRN-CAP < 0
               MOVE 0 TO WS-GRN-CAP
           END-IF
           IF WS-GOR-METHOD(WS-GRN-SEL) = "P"
               COMPUTE WS-GRN-CURRENT ROUNDED =
                   WS-GRN-DISPOSABLE * WS-GOR-PERCENT(WS-GRN-SEL)
                   / 100
           ELSE
               MOVE WS-GOR-AMOUNT(WS-GRN-SEL) TO WS-GRN-CURRENT
           END-IF
           COMPUTE WS-GRN-DUE =
               WS-GRN-CURRENT + WS-GOR-ARREARS(WS-GRN-SEL)
           IF WS-GOR-OWED(WS-GRN-SEL) > 0
               COMPUTE WS-GRN-BALANCE =
                   WS-GOR-OWED(WS-GRN-SEL) - WS-GOR-PAID(WS-GRN-SEL)
               IF WS-GRN-BALANCE < 0
                   MOVE 0 TO WS-GRN-BALANCE
               END-IF
               IF WS-GRN-DUE > WS-GRN-BALANCE
                   MOVE WS-GRN-BALANCE TO WS-GRN-DUE
               END-IF
           END-IF
           IF WS-GRN-DUE > WS-GRN-CAP
               MOVE WS-GRN-CAP TO WS-GRN-TAKE
           ELSE
               MOVE WS-GRN-DUE TO WS-GRN-TAKE
           END-IF
           COMPUTE WS-GOR-ARREARS(WS-GRN-SEL) =
               WS-GRN-DUE - WS-GRN-TAKE
           ADD WS-GRN-TAKE TO WS-GOR-PAID(WS-GRN-SEL)
           IF WS-GOR-OWED(WS-GRN-SEL) > 0 AND
              WS-GOR-PAID(WS-GRN-SEL) >= WS-GOR-OWED(WS-GRN-SEL)
               MOVE "P" TO WS-GOR-STATUS(WS-GRN-SEL)
               MOVE 0 TO WS-GOR-ARREARS(WS-GRN-SEL)
           END-IF
           IF WS-GRN-TAKE > 0
               ADD WS-GRN-TAKE TO WS-GRN-TAKEN-TOTAL
               ADD WS-GRN-TAKE TO WS-EMP-DEDUCT-TOTAL
               IF WS-EMPDED-COUNT < 100
                   ADD 1 TO WS-EMPDED-COUNT
                   MOVE WS-GRN-DED-TYPE TO
                        WS-EMPDED-TYPE(WS-EMPDED-COUNT)
                   MOVE WS-GRN-TAKE TO
                        WS-EMPDED-AMOUNT(WS-EMPDED-COUNT)
               END-IF
           END-IF
           PERFORM STORE-GARNISHMENT-REMITTANCE
           IF NOT SIMULATE-MODE
               PERFORM UPDATE-GARNISHMENT-ORDER
           END-IF.

       STORE-GARNISHMENT-REMITTANCE.
           IF WS-GRM-COUNT < 2000
               ADD 1 TO WS-GRM-COUNT
               SET WS-GRM-IDX TO WS-GRM-COUNT
               MOVE WS-GOR-AGENCY-ID(WS-GRN-SEL) TO
                    WS-GRM-AGENCY-ID(WS-GRM-IDX)
               MOVE WS-GOR-AGENCY-NAME(WS-GRN-SEL) TO
                    WS-GRM-AGENCY-NAME(WS-GRM-IDX)
               MOVE WS-GOR-CASE-NO(WS-GRN-SEL) TO
                    WS-GRM-CASE-NO(WS-GRM-IDX)
               MOVE EMP-ID TO WS-GRM-EMP-ID(WS-GRM-IDX)
               MOVE EMP-NAME TO WS-GRM-EMP-NAME(WS-GRM-IDX)
               MOVE WS-GOR-TYPE(WS-GRN-SEL) TO
                    WS-GRM-TYPE(WS-GRM-IDX)
               MOVE WS-GRN-TAKE TO WS-GRM-TAKEN(WS-GRM-IDX)
               MOVE WS-GOR-PAID(WS-GRN-SEL) TO
                    WS-GRM-PAID(WS-GRM-IDX)
               MOVE WS-GOR-ARREARS(WS-GRN-SEL) TO
                    WS-GRM-ARREARS(WS-GRM-IDX)
               MOVE WS-GOR-OWED(WS-GRN-SEL) TO
                    WS-GRM-OWED(WS-GRM-IDX)
               MOVE WS-GOR-STATUS(WS-GRN-SEL) TO
                    WS-GRM-STATUS(WS-GRM-IDX)
           ELSE
               DISPLAY "GARNISHMENT REMITTANCE TABLE FULL - NOT "
                       "REMITTED: " EMP-ID " "
                       WS-GOR-CASE-NO(WS-GRN-SEL)
           END-IF.

      *> The figures the order held before this period go on the
      *> record beside the new ones, so a rerun can start over
       UPDATE-GARNISHMENT-ORDER.
           MOVE WS-GOR-KEY(WS-GRN-SEL) TO GRN-KEY
           READ GARNISHMENT-MASTER
               INVALID KEY
                   DISPLAY "GARNISHMENT ORDER VANISHED: " GRN-KEY
               NOT INVALID KEY
                   MOVE WS-GOR-PRIOR-PAID(WS-GRN-SEL) TO
                        GRN-PRIOR-PAID
                   MOVE WS-GOR-PRIOR-ARREARS(WS-GRN-SEL) TO
                        GRN-PRIOR-ARREARS
                   MOVE WS-GOR-PAID(WS-GRN-SEL) TO GRN-PAID-TO-DATE
                   MOVE WS-GOR-ARREARS(WS-GRN-SEL) TO GRN-ARREARS
                   MOVE WS-GOR-STATUS(WS-GRN-SEL) TO GRN-STATUS
                   MOVE WS-PERIOD-END-DATE TO GRN-LAST-PERIOD
                   REWRITE GARN-MASTER-RECORD
           END-READ.

      *> Terminated or leave-without-pay staff are carried onto the
      *> register with a note and zero pay so they stay visible on
      *> every report instead of vanishing the day they leave
       STORE-SKIPPED-EMPLOYEE.
      *> The employee is on the master, so their deduction entries
      *> and timecards are matched (not orphans) even though
      *> nothing is paid
           PERFORM MATCH-EMPLOYEE-DEDUCTIONS
           PERFORM CONSUME-EMPLOYEE-TIMECARDS
           PERFORM CHECK-SKIPPED-LEAVE
           MOVE SPACES TO WS-CURRENT-DEPT-NAME
           PERFORM LOOKUP-DEPT-MASTER
           IF EMP-TERMINATED
               MOVE "TERMINATED" TO WS-EMP-PAY-NOTE
           ELSE
               MOVE "LEAVE-NO PAY" TO WS-EMP-PAY-NOTE
           END-IF
           MOVE 0 TO EMP-SALARY
           MOVE 0 TO WS-EMP-DEDUCT-TOTAL
           MOVE 0 TO WS-EMP-TAX
           MOVE 0 TO WS-EMP-NET-PAY
           MOVE 0 TO WS-EMP-USD-SALARY
           MOVE 0 TO WS-EMP-USD-DEDUCT
           MOVE 0 TO WS-EMP-USD-TAX
           MOVE 0 TO WS-EMP-USD-NET
           PERFORM STORE-EMPLOYEE-DETAIL
           PERFORM ACCUMULATE-DEPT-TOTAL.

      *> Posts this period's pay for a valid employee onto the
      *> year-to-date master, creating the record on first sight;
      *> the name, department, and currency always reflect the
      *> latest master record
      *> A zero-gross period (a future hire carried at zero pay) is
      *> not an earnings period: the record is still created or
      *> refreshed so the employee shows on the YTD report, but
      *> nothing is posted and periods paid stays where it was
       UPDATE-YTD-EARNINGS.
           MOVE "N" TO WS-YTD-POSTED
           MOVE EMP-ID TO YTD-EMP-ID
           READ YTD-MASTER
               INVALID KEY
                   MOVE EMP-ID TO YTD-EMP-ID
                   MOVE EMP-NAME TO YTD-EMP-NAME
                   MOVE EMP-DEPT TO YTD-EMP-DEPT
                   MOVE EMP-CURRENCY TO YTD-CURRENCY
                   MOVE EMP-SALARY TO YTD-GROSS
                   MOVE WS-EMP-USD-SALARY TO YTD-USD-GROSS
                   MOVE 0 TO YTD-EXCEPTIONS
                   MOVE 0 TO YTD-LAST-EXC-DATE
                   PERFORM CLEAR-YTD-TAX-FIELDS
                   IF EMP-SALARY = 0
                       MOVE 0 TO YTD-PERIODS-PAID
                       MOVE 0 TO YTD-LAST-POSTED
                   ELSE
                       MOVE 1 TO YTD-PERIODS-PAID
                       MOVE WS-PERIOD-END-DATE TO YTD-LAST-POSTED
                       MOVE "Y" TO WS-YTD-POSTED
                       PERFORM POST-YTD-WITHHOLDING
                   END-IF
                   IF NOT SIMULATE-MODE
                       WRITE YTD-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "YTD WRITE FAILED FOR "
                                       "EMP-ID: " EMP-ID
                       END-WRITE
                   END-IF
               NOT INVALID KEY
      *> The posted-date stamp keeps a restarted or rerun night from
      *> adding the same pay period twice; records stamped by the
      *> run date before the run-control card existed are honored
      *> through the second comparison. Name, department, and
      *> currency always reflect the latest master record.
                   IF EMP-SALARY NOT = 0 AND
                      YTD-LAST-POSTED NOT = WS-PERIOD-END-DATE AND
                      YTD-LAST-POSTED NOT = WS-RUN-DATE
                       ADD 1 TO YTD-PERIODS-PAID
                       ADD EMP-SALARY TO YTD-GROSS
                       ADD WS-EMP-USD-SALARY TO YTD-USD-GROSS
                       MOVE WS-PERIOD-END-DATE TO YTD-LAST-POSTED
                       MOVE "Y" TO WS-YTD-POSTED
                       PERFORM POST-YTD-WITHHOLDING
                   END-IF
                   MOVE EMP-NAME TO YTD-EMP-NAME
                   MOVE EMP-DEPT TO YTD-EMP-DEPT
                   MOVE EMP-CURRENCY TO YTD-CURRENCY
                   IF NOT SIMULATE-MODE
                       REWRITE YTD-MASTER-RECORD
                   END-IF
           END-READ.

      *> One-page remittance advice per paid employee, cut in the
      *> same pass as the register. Runs straight after
      *> UPDATE-YTD-EARNINGS, while YTD-MASTER-RECORD still holds
      *> this period's posted figures, so the YTD lines answer
      *> "where does that leave me for the year" without a second
      *> read. Deductions are itemized from the loaded table by
      *> DED-TYPE, not the summed lump.
       WRITE-PAY-STUB.
           WRITE STUB-PRINT-LINE FROM WS-STUB-SEPARATOR
           MOVE EMP-ID TO WS-STB-EMP-ID
           MOVE EMP-NAME TO WS-STB-EMP-NAME
           MOVE EMP-DEPT TO WS-STB-DEPT
           MOVE EMP-CURRENCY TO WS-STB-CURRENCY
           WRITE STUB-PRINT-LINE FROM WS-STUB-EMP-LINE
           MOVE "GROSS PAY:" TO WS-STB-LABEL
           MOVE EMP-SALARY TO WS-STB-AMOUNT
           WRITE STUB-PRINT-LINE FROM WS-STUB-AMOUNT-LINE
           IF OFFCYCLE-MODE
               PERFORM WRITE-OFFCYCLE-STUB-LINES
           END-IF
           PERFORM VARYING WS-EMPDED-IDX FROM 1 BY 1
                   UNTIL WS-EMPDED-IDX > WS-EMPDED-COUNT
               MOVE WS-EMPDED-TYPE(WS-EMPDED-IDX) TO
                    WS-STB-DED-TYPE
               MOVE WS-EMPDED-AMOUNT(WS-EMPDED-IDX) TO
                    WS-STB-DED-AMOUNT
               WRITE STUB-PRINT-LINE FROM WS-STUB-DED-LINE
           END-PERFORM
           MOVE "TOTAL DEDUCTIONS:" TO WS-STB-LABEL
           MOVE WS-EMP-DEDUCT-TOTAL TO WS-STB-AMOUNT
           WRITE STUB-PRINT-LINE FROM WS-STUB-AMOUNT-LINE
           MOVE "TAX WITHHELD:" TO WS-STB-LABEL
           MOVE WS-EMP-TAX TO WS-STB-AMOUNT
           WRITE STUB-PRINT-LINE FROM WS-STUB-AMOUNT-LINE
           MOVE "NET PAY:" TO WS-STB-LABEL
           MOVE WS-EMP-NET-PAY TO WS-STB-AMOUNT
           WRITE STUB-PRINT-LINE FROM WS-STUB-AMOUNT-LINE
           IF WS-EMP-RETRO NOT = 0
               MOVE "RETRO PAY:" TO WS-STB-LABEL
               MOVE WS-EMP-RETRO TO WS-STB-AMOUNT
               WRITE STUB-PRINT-LINE FROM WS-STUB-AMOUNT-LINE
           END-IF
           IF WS-EMP-PAY-NOTE NOT = SPACES
               MOVE WS-EMP-PAY-NOTE TO WS-STB-NOTE
               WRITE STUB-PRINT-LINE FROM WS-STUB-NOTE-LINE
           END-IF
           MOVE "YTD GROSS:" TO WS-STB-LABEL
           MOVE YTD-GROSS TO WS-STB-AMOUNT
           WRITE STUB-PRINT-LINE FROM WS-STUB-AMOUNT-LINE
           MOVE YTD-PERIODS-PAID TO WS-STB-PERIODS
           WRITE STUB-PRINT-LINE FROM WS-STUB-PERIODS-LINE
           MOVE "VAC HOURS AVAIL:" TO WS-STB-LABEL
           MOVE WS-VAC-AVAILABLE TO WS-STB-AMOUNT
           WRITE STUB-PRINT-LINE FROM WS-STUB-AMOUNT-LINE
           MOVE "SICK HOURS AVAIL:" TO WS-STB-LABEL
           MOVE WS-SICK-AVAILABLE TO WS-STB-AMOUNT
           WRITE STUB-PRINT-LINE FROM WS-STUB-AMOUNT-LINE.

      *> Pays this employee's backdated salary changes. Runs after
      *> UPDATE-YTD-EARNINGS so the YTD record is current in the
      *> buffer, and only when this run actually posted the period
      *> (a reprint of an already-posted period must not pay the
      *> make-up twice). Each owed change becomes its own RETRO PAY
      *> register line and is folded into the YTD standing the stub
      *> prints. A salary decrease is never clawed back
      *> automatically - it goes to the exception file for payroll
      *> to recover by hand.
       PROCESS-RETRO-PAY.
           MOVE 0 TO WS-EMP-RETRO
           MOVE 0 TO WS-EMP-USD-RETRO-TOTAL
           IF WS-RTC-COUNT NOT = 0 AND YTD-POSTED
               PERFORM VARYING WS-RTC-IDX FROM 1 BY 1
                       UNTIL WS-RTC-IDX > WS-RTC-COUNT
                   IF WS-RTC-ID(WS-RTC-IDX) = EMP-ID
                       PERFORM PAY-ONE-RETRO-ENTRY
                   END-IF
               END-PERFORM
               IF WS-EMP-RETRO NOT = 0 AND NOT SIMULATE-MODE
                   REWRITE YTD-MASTER-RECORD
               END-IF
           END-IF.

       PAY-ONE-RETRO-ENTRY.
      *> Whole closed periods between the effective date and this
      *> period's start, never more than the periods actually paid
      *> before tonight's posting
           COMPUTE WS-RETRO-PERIODS =
               (WS-PERIOD-START-INT - WS-RTC-EFF-INT(WS-RTC-IDX)
                + WS-PERIOD-DAYS - 1) / WS-PERIOD-DAYS
           IF YTD-PERIODS-PAID > 0 AND
              WS-RETRO-PERIODS > YTD-PERIODS-PAID - 1
               COMPUTE WS-RETRO-PERIODS = YTD-PERIODS-PAID - 1
           END-IF
           COMPUTE WS-RETRO-DIFF =
               WS-RTC-NEW(WS-RTC-IDX) - WS-RTC-OLD(WS-RTC-IDX)
           COMPUTE WS-RETRO-AMOUNT =
               WS-RETRO-DIFF * WS-RETRO-PERIODS
           IF WS-RETRO-AMOUNT > 0
               COMPUTE WS-EMP-USD-RETRO ROUNDED =
                   WS-RETRO-AMOUNT * WS-CURRENT-FX-RATE
               ADD WS-RETRO-AMOUNT TO WS-EMP-RETRO
               ADD WS-EMP-USD-RETRO TO WS-EMP-USD-RETRO-TOTAL
               ADD WS-RETRO-AMOUNT TO YTD-GROSS
               ADD WS-EMP-USD-RETRO TO YTD-USD-GROSS
               ADD WS-EMP-USD-RETRO TO WS-GRAND-TOTAL
               ADD WS-EMP-USD-RETRO TO WS-GRAND-NET
               ADD WS-EMP-USD-RETRO TO WS-RETRO-GRAND
               PERFORM STORE-RETRO-DETAIL
               PERFORM ACCUMULATE-RETRO-DEPT-TOTAL
               PERFORM ACCUMULATE-RETRO-COST-CENTER
           ELSE
               IF WS-RETRO-AMOUNT < 0
                   MOVE "E27" TO WS-REASON-CODE
                   MOVE "RETRO RECOVERY NEEDS MANUAL REVIEW" TO
                        WS-REASON-TEXT
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-IF.

      *> The make-up amount rides the register as its own line in
      *> the employee's department block, labeled RETRO PAY, with
      *> nothing withheld against it
       STORE-RETRO-DETAIL.
           ADD 1 TO WS-DETAIL-SEQ
           MOVE EMP-DEPT TO SD-DEPT
           MOVE WS-DETAIL-SEQ TO SD-SEQ
           MOVE EMP-ID TO SD-EMP-ID
           MOVE EMP-NAME TO SD-NAME
           MOVE WS-RETRO-AMOUNT TO SD-SALARY
           MOVE 0 TO SD-DEDUCT
           MOVE 0 TO SD-TAX
           MOVE WS-RETRO-AMOUNT TO SD-NET
           MOVE WS-EMP-USD-RETRO TO SD-USD-SALARY
           MOVE WS-EMP-USD-RETRO TO SD-USD-NET
           MOVE EMP-CURRENCY TO SD-CURRENCY
           MOVE "RETRO PAY" TO SD-NOTE
           RELEASE SORT-DETAIL-RECORD.

      *> Retro joins the department subtotals so the register and
      *> control history cross-foot; the GL feed's salary debits
      *> come off the labor distribution, which leaves retro out,
      *> and retro posts under its own account instead
       ACCUMULATE-RETRO-DEPT-TOTAL.
           SET WS-DTOT-IDX TO 1
           SEARCH WS-DTOT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DTOT-DEPT-CODE(WS-DTOT-IDX) = EMP-DEPT
                   ADD WS-EMP-USD-RETRO TO
                       WS-DTOT-SUBTOTAL(WS-DTOT-IDX)
                   ADD WS-EMP-USD-RETRO TO
                       WS-DTOT-NET(WS-DTOT-IDX)
           END-SEARCH.

       ACCUMULATE-RETRO-COST-CENTER.
           IF WS-CURRENT-COST-CENTER NOT = SPACES
               SET WS-RETROCC-IDX TO 1
               SEARCH WS-RETROCC-ENTRY
                   AT END
                       IF WS-RETROCC-COUNT < 50
                           ADD 1 TO WS-RETROCC-COUNT
                           MOVE WS-CURRENT-COST-CENTER TO
                                WS-RETROCC-CODE(WS-RETROCC-COUNT)
                           MOVE WS-EMP-USD-RETRO TO
                                WS-RETROCC-AMOUNT(WS-RETROCC-COUNT)
                       ELSE
                           DISPLAY "RETRO COST CENTER TABLE FULL - "
                                   "NOT POSTED: "
                                   WS-CURRENT-COST-CENTER
                       END-IF
                   WHEN WS-RETROCC-CODE(WS-RETROCC-IDX) =
                           WS-CURRENT-COST-CENTER
                       ADD WS-EMP-USD-RETRO TO
                           WS-RETROCC-AMOUNT(WS-RETROCC-IDX)
               END-SEARCH
           END-IF.

      *> Employer's share of payroll taxes on this period's USD
      *> wages, retro included. Social security and unemployment
      *> stop at their annual wage bases, measured against what
      *> YTDMAST has already taxed; Medicare has no cap. Staff paid
      *> in another currency are outside the domestic employer taxes
      *> and are carried at their wages only. A rerun of a period
      *> already on YTDMAST backs that period's taxed wages out
      *> before testing the caps and posts nothing further to the
      *> year. An off-cycle payment keeps its taxed wages in the
      *> YTD-OFC fields instead, leaving the period's untouched.
       COMPUTE-EMPLOYER-TAXES.
           MOVE 0 TO WS-ER-SS-TAX
           MOVE 0 TO WS-ER-MED-TAX
           MOVE 0 TO WS-ER-UI-TAX
           COMPUTE WS-ER-WAGES =
               WS-EMP-USD-SALARY + WS-EMP-USD-RETRO-TOTAL
           IF EMP-CURRENCY = "USD" AND WS-ER-WAGES > 0
               IF YTD-POSTED
                   MOVE YTD-ER-SS-WAGES TO WS-ER-SS-PRIOR
                   MOVE YTD-ER-UI-WAGES TO WS-ER-UI-PRIOR
               ELSE
                   IF OFFCYCLE-MODE
                       COMPUTE WS-ER-SS-PRIOR =
                           YTD-ER-SS-WAGES - YTD-OFC-SS-WAGES
                       COMPUTE WS-ER-UI-PRIOR =
                           YTD-ER-UI-WAGES - YTD-OFC-UI-WAGES
                   ELSE
                       COMPUTE WS-ER-SS-PRIOR =
                           YTD-ER-SS-WAGES - YTD-PER-SS-WAGES
                       COMPUTE WS-ER-UI-PRIOR =
                           YTD-ER-UI-WAGES - YTD-PER-UI-WAGES
                   END-IF
               END-IF
               COMPUTE WS-ER-SS-SUBJECT =
                   WS-ER-SS-WAGE-BASE - WS-ER-SS-PRIOR
               IF WS-ER-SS-SUBJECT < 0
                   MOVE 0 TO WS-ER-SS-SUBJECT
               END-IF
               IF WS-ER-SS-SUBJECT > WS-ER-WAGES
                   MOVE WS-ER-WAGES TO WS-ER-SS-SUBJECT
               END-IF
               COMPUTE WS-ER-UI-SUBJECT =
                   WS-ER-UI-WAGE-BASE - WS-ER-UI-PRIOR
               IF WS-ER-UI-SUBJECT < 0
                   MOVE 0 TO WS-ER-UI-SUBJECT
               END-IF
               IF WS-ER-UI-SUBJECT > WS-ER-WAGES
                   MOVE WS-ER-WAGES TO WS-ER-UI-SUBJECT
               END-IF
               COMPUTE WS-ER-SS-TAX ROUNDED =
                   WS-ER-SS-SUBJECT * WS-ER-SS-RATE / 100
               COMPUTE WS-ER-MED-TAX ROUNDED =
                   WS-ER-WAGES * WS-ER-MED-RATE / 100
               COMPUTE WS-ER-UI-TAX ROUNDED =
                   WS-ER-UI-SUBJECT * WS-ER-UI-RATE / 100
               IF YTD-POSTED
                   ADD WS-ER-SS-SUBJECT TO YTD-ER-SS-WAGES
                   ADD WS-ER-UI-SUBJECT TO YTD-ER-UI-WAGES
                   IF OFFCYCLE-MODE
                       MOVE WS-ER-SS-SUBJECT TO YTD-OFC-SS-WAGES
                       MOVE WS-ER-UI-SUBJECT TO YTD-OFC-UI-WAGES
                   ELSE
                       MOVE WS-ER-SS-SUBJECT TO YTD-PER-SS-WAGES
                       MOVE WS-ER-UI-SUBJECT TO YTD-PER-UI-WAGES
                   END-IF
                   ADD WS-ER-SS-TAX TO YTD-ER-SS-TAX
                   ADD WS-ER-MED-TAX TO YTD-ER-MED-TAX
                   ADD WS-ER-UI-TAX TO YTD-ER-UI-TAX
                   IF NOT SIMULATE-MODE
                       REWRITE YTD-MASTER-RECORD
                   END-IF
               END-IF
           END-IF
           PERFORM ACCUMULATE-EMPLOYER-COST.

       ACCUMULATE-EMPLOYER-COST.
           ADD WS-ER-WAGES TO WS-ER-GRAND-WAGES
           ADD WS-ER-SS-TAX TO WS-ER-GRAND-SS
           ADD WS-ER-MED-TAX TO WS-ER-GRAND-MED
           ADD WS-ER-UI-TAX TO WS-ER-GRAND-UI
           ADD WS-ER-SS-TAX WS-ER-MED-TAX WS-ER-UI-TAX TO
               WS-ER-GRAND-TAX
           SET WS-ERCC-IDX TO 1
           SEARCH WS-ERCC-ENTRY
               AT END
                   IF WS-ERCC-COUNT < 50
                       ADD 1 TO WS-ERCC-COUNT
                       MOVE WS-CURRENT-COST-CENTER TO
                            WS-ERCC-CODE(WS-ERCC-COUNT)
                       MOVE WS-ER-WAGES TO
                            WS-ERCC-WAGES(WS-ERCC-COUNT)
                       MOVE WS-ER-SS-TAX TO WS-ERCC-SS(WS-ERCC-COUNT)
                       MOVE WS-ER-MED-TAX TO
                            WS-ERCC-MED(WS-ERCC-COUNT)
                       MOVE WS-ER-UI-TAX TO WS-ERCC-UI(WS-ERCC-COUNT)
                   ELSE
                       DISPLAY "EMPLOYER COST TABLE FULL - NOT "
                               "REPORTED: " WS-CURRENT-COST-CENTER
                   END-IF
               WHEN WS-ERCC-CODE(WS-ERCC-IDX) = WS-CURRENT-COST-CENTER
                   ADD WS-ER-WAGES TO WS-ERCC-WAGES(WS-ERCC-IDX)
                   ADD WS-ER-SS-TAX TO WS-ERCC-SS(WS-ERCC-IDX)
                   ADD WS-ER-MED-TAX TO WS-ERCC-MED(WS-ERCC-IDX)
                   ADD WS-ER-UI-TAX TO WS-ERCC-UI(WS-ERCC-IDX)
           END-SEARCH
           PERFORM DISTRIBUTE-EMPLOYER-COST.

      *> A new YTD record starts the year with nothing taxed
       CLEAR-YTD-TAX-FIELDS.
           MOVE 0 TO YTD-ER-SS-WAGES
           MOVE 0 TO YTD-ER-UI-WAGES
           MOVE 0 TO YTD-ER-SS-TAX
           MOVE 0 TO YTD-ER-MED-TAX
           MOVE 0 TO YTD-ER-UI-TAX
           MOVE 0 TO YTD-PER-SS-WAGES
           MOVE 0 TO YTD-PER-UI-WAGES
           MOVE 0 TO YTD-TAX-WITHHELD
           PERFORM VARYING YTD-TJ-IDX FROM 1 BY 1
                   UNTIL YTD-TJ-IDX > 4
               MOVE SPACES TO YTD-TAX-JURIS(YTD-TJ-IDX)
               MOVE 0 TO YTD-TAX-JURIS-AMT(YTD-TJ-IDX)
           END-PERFORM
           MOVE 0 TO YTD-PRETAX-DEDUCT
           MOVE 0 TO YTD-POSTTAX-DEDUCT
           PERFORM CLEAR-YTD-OFFCYCLE-FIELDS.

      *> No off-cycle batch posted yet; records written before the
      *> off-cycle fields existed carry spaces there and are
      *> cleared the same way
       CLEAR-YTD-OFFCYCLE-FIELDS.
           MOVE 0 TO YTD-OFC-PAY-DATE
           MOVE 0 TO YTD-OFC-BATCH
           MOVE 0 TO YTD-OFC-SS-WAGES
           MOVE 0 TO YTD-OFC-UI-WAGES
           MOVE 0 TO YTD-OFC-VAC-HOURS.

      *> The period's USD withholding under the employee's
      *> jurisdiction and the pre-tax/post-tax deduction split, taken
      *> on the same posting as the gross so a rerun cannot add them
      *> twice. A jurisdiction past the fourth slot stays in the
      *> total only.
       POST-YTD-WITHHOLDING.
           ADD WS-EMP-USD-TAX TO YTD-TAX-WITHHELD
           ADD WS-EMP-USD-PRETAX TO YTD-PRETAX-DEDUCT
           ADD WS-EMP-USD-POSTTAX TO YTD-POSTTAX-DEDUCT
           IF WS-EMP-USD-TAX NOT = 0
               SET YTD-TJ-IDX TO 1
               SEARCH YTD-TAX-JURIS-ENTRY
                   AT END
                       CONTINUE
                   WHEN YTD-TAX-JURIS(YTD-TJ-IDX) = EMP-TAX-JURIS
                       ADD WS-EMP-USD-TAX TO
                           YTD-TAX-JURIS-AMT(YTD-TJ-IDX)
                   WHEN YTD-TAX-JURIS(YTD-TJ-IDX) = SPACES
                       MOVE EMP-TAX-JURIS TO
                            YTD-TAX-JURIS(YTD-TJ-IDX)
                       MOVE WS-EMP-USD-TAX TO
                            YTD-TAX-JURIS-AMT(YTD-TJ-IDX)
               END-SEARCH
           END-IF.

      *> An employee rejected to the exception file is not paid this
      *> period, but the miss itself is part of the earnings trail
       UPDATE-YTD-EXCEPTION.
           MOVE EMP-ID TO YTD-EMP-ID
           READ YTD-MASTER
               INVALID KEY
                   MOVE EMP-ID TO YTD-EMP-ID
                   MOVE EMP-NAME TO YTD-EMP-NAME
                   MOVE EMP-DEPT TO YTD-EMP-DEPT
                   MOVE EMP-CURRENCY TO YTD-CURRENCY
                   MOVE 0 TO YTD-PERIODS-PAID
                   MOVE 0 TO YTD-GROSS
                   MOVE 0 TO YTD-USD-GROSS
                   MOVE 1 TO YTD-EXCEPTIONS
                   MOVE 0 TO YTD-LAST-POSTED
                   MOVE WS-PERIOD-END-DATE TO YTD-LAST-EXC-DATE
                   PERFORM CLEAR-YTD-TAX-FIELDS
                   IF NOT SIMULATE-MODE
                       WRITE YTD-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "YTD WRITE FAILED FOR "
                                       "EMP-ID: " EMP-ID
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF YTD-LAST-EXC-DATE NOT = WS-PERIOD-END-DATE AND
                      YTD-LAST-EXC-DATE NOT = WS-RUN-DATE
                       ADD 1 TO YTD-EXCEPTIONS
                       MOVE WS-PERIOD-END-DATE TO YTD-LAST-EXC-DATE
                       IF NOT SIMULATE-MODE
                           REWRITE YTD-MASTER-RECORD
                       END-IF
                   END-IF
           END-READ.

      *> YTDRPT mode: prints the year-to-date earnings master by
      *> employee with department and company USD-equivalent totals
       PRINT-YTD-REPORT.
      *> Status 05 is a YTD master not yet created by a register
      *> run; the report simply prints empty
           OPEN INPUT YTD-MASTER
           IF WS-YTD-FILE-STATUS NOT = "00" AND
              WS-YTD-FILE-STATUS NOT = "05"
               MOVE "YTD-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-YTD-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-FILE-STATUS NOT = "00"
               MOVE "DEPT-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-DEPT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT YTD-REPORT
           IF WS-YRP-FILE-STATUS NOT = "00"
               MOVE "YTD-REPORT" TO WS-ABEND-FILE-NAME
               MOVE WS-YRP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           WRITE YRP-PRINT-LINE FROM WS-YTD-REPORT-HEADING
           WRITE YRP-PRINT-LINE FROM WS-YTD-COLUMN-HEADING
           PERFORM READ-YTD-MASTER
           PERFORM UNTIL EOF-YTD
               PERFORM WRITE-YTD-DETAIL
               PERFORM READ-YTD-MASTER
           END-PERFORM
           PERFORM WRITE-YTD-TOTALS
           CLOSE YTD-MASTER
           CLOSE DEPT-MASTER
           CLOSE YTD-REPORT.

       READ-YTD-MASTER.
           READ YTD-MASTER NEXT RECORD
               AT END
                   SET EOF-YTD TO TRUE
           END-READ.

      *> Each employee line also feeds the department totals table,
      *> reusing the register's accumulator with this record's YTD
      *> USD-equivalent standing in for the per-period amounts
       WRITE-YTD-DETAIL.
           MOVE YTD-EMP-ID TO WS-YDL-ID
           MOVE YTD-EMP-NAME TO WS-YDL-NAME
           MOVE YTD-EMP-DEPT TO WS-YDL-DEPT
           MOVE YTD-CURRENCY TO WS-YDL-CURRENCY
           MOVE YTD-PERIODS-PAID TO WS-YDL-PERIODS
           MOVE YTD-GROSS TO WS-YDL-GROSS
           MOVE YTD-USD-GROSS TO WS-YDL-USD-GROSS
           MOVE YTD-EXCEPTIONS TO WS-YDL-EXC
           WRITE YRP-PRINT-LINE FROM WS-YTD-DETAIL-LINE
           PERFORM ACCUMULATE-YTD-DEPT-TOTAL
           ADD YTD-USD-GROSS TO WS-GRAND-TOTAL.

      *> Department totals for the YTD report; the department name is
      *> fetched only the first time a department is seen, and an
      *> overflowed table is reported to SYSOUT since no exception
      *> file is open in this mode
       ACCUMULATE-YTD-DEPT-TOTAL.
           SET WS-DTOT-IDX TO 1
           SEARCH WS-DTOT-ENTRY
               AT END
                   IF WS-DEPT-TOTALS-COUNT < 50
                       MOVE YTD-EMP-DEPT TO EMP-DEPT
                       MOVE SPACES TO WS-CURRENT-DEPT-NAME
                       PERFORM LOOKUP-DEPT-MASTER
                       ADD 1 TO WS-DEPT-TOTALS-COUNT
                       MOVE YTD-EMP-DEPT TO
                            WS-DTOT-DEPT-CODE(WS-DEPT-TOTALS-COUNT)
                       MOVE WS-CURRENT-DEPT-NAME TO
                            WS-DTOT-DEPT-NAME(WS-DEPT-TOTALS-COUNT)
                       MOVE WS-CURRENT-COST-CENTER TO
                            WS-DTOT-COST-CENTER(WS-DEPT-TOTALS-COUNT)
                       MOVE YTD-USD-GROSS TO
                            WS-DTOT-SUBTOTAL(WS-DEPT-TOTALS-COUNT)
                       MOVE 0 TO
                            WS-DTOT-DEDUCT(WS-DEPT-TOTALS-COUNT)
                       MOVE 0 TO WS-DTOT-TAX(WS-DEPT-TOTALS-COUNT)
                       MOVE 0 TO WS-DTOT-NET(WS-DEPT-TOTALS-COUNT)
                   ELSE
                       DISPLAY "YTD DEPT TOTALS TABLE FULL - DEPT "
                               "NOT SUBTOTALED: " YTD-EMP-DEPT
                   END-IF
               WHEN WS-DTOT-DEPT-CODE(WS-DTOT-IDX) = YTD-EMP-DEPT
                   ADD YTD-USD-GROSS TO
                       WS-DTOT-SUBTOTAL(WS-DTOT-IDX)
           END-SEARCH.

       WRITE-YTD-TOTALS.
           PERFORM VARYING WS-DTOT-IDX FROM 1 BY 1
                   UNTIL WS-DTOT-IDX > WS-DEPT-TOTALS-COUNT
               MOVE WS-DTOT-DEPT-CODE(WS-DTOT-IDX) TO WS-YDT-DEPT
               MOVE WS-DTOT-DEPT-NAME(WS-DTOT-IDX) TO WS-YDT-NAME
               MOVE WS-DTOT-SUBTOTAL(WS-DTOT-IDX) TO WS-YDT-TOTAL
               WRITE YRP-PRINT-LINE FROM WS-YTD-DEPT-LINE
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO WS-YGT-TOTAL
           WRITE YRP-PRINT-LINE FROM WS-YTD-GRAND-LINE.

      *> HEADCOUNT mode: movement, turnover, tenure, pay-type mix
      *> and pay against the band for one calendar month, by
      *> department, from the live master and the staff purged to
      *> EMPARCH. Dates place each employee in the month; the master
      *> keeps no leave history, so leave is counted as it stands on
      *> the run date. The month's figures replace any earlier run
      *> of it on a new trend generation.
       PRINT-HEADCOUNT-ANALYSIS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SET-HEADCOUNT-MONTH
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-FILE-STATUS NOT = "00"
               MOVE "DEPT-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-DEPT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-EMP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               MOVE "EXCEPTION-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-EXC-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT HEADCOUNT-REPORT
           IF WS-HCR-FILE-STATUS NOT = "00"
               MOVE "HEADCOUNT-REPORT" TO WS-ABEND-FILE-NAME
               MOVE WS-HCR-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE WS-HC-MONTH-END TO WS-EH-PERIOD
           MOVE WS-RUN-DATE TO WS-EH-RUN-DATE
           WRITE EXC-PRINT-LINE FROM WS-EXCEPTION-HEADING
           PERFORM LOAD-FX-RATE-TABLE
           PERFORM LOAD-HEADCOUNT-DEPARTMENTS
           SORT SORT-HEAD-FILE
               ON ASCENDING KEY SH-DEPT
               ON ASCENDING KEY SH-USD-SALARY
               INPUT PROCEDURE IS COUNT-HEADCOUNT-STAFF
               OUTPUT PROCEDURE IS FIND-MEDIAN-PAY
           PERFORM ADD-HEADCOUNT-TOTALS
           PERFORM VARYING WS-HCD-IDX FROM 1 BY 1
                   UNTIL WS-HCD-IDX > WS-HCD-COUNT
               PERFORM COMPUTE-HEADCOUNT-RATES
           END-PERFORM
           PERFORM ROLL-HEADCOUNT-TREND
           PERFORM PRINT-HEADCOUNT-REPORT
           CLOSE EMPLOYEE-MASTER
           CLOSE DEPT-MASTER
           CLOSE EXCEPTION-FILE
           CLOSE HEADCOUNT-REPORT.

      *> PARM month as YYYYMM; left blank it is the calendar month
      *> before the run date. Only a month that has ended is
      *> reported, so the trend file holds whole months.
       SET-HEADCOUNT-MONTH.
           IF WS-PARM-ARG = SPACES
               COMPUTE WS-HC-YEAR = WS-RUN-DATE / 10000
               COMPUTE WS-HC-MM = WS-RUN-DATE / 100 -
                   WS-HC-YEAR * 100
               IF WS-HC-MM = 1
                   MOVE 12 TO WS-HC-MM
                   SUBTRACT 1 FROM WS-HC-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-HC-MM
               END-IF
           ELSE
               IF WS-PARM-ARG(1:6) NOT NUMERIC OR
                  WS-PARM-ARG(7:4) NOT = SPACES
                   MOVE "MONTH ON PARM MISSING OR BAD" TO
                        WS-RCTL-ERROR-TEXT
                   PERFORM REFUSE-RUN-CONTROL
               END-IF
               MOVE WS-PARM-ARG(1:4) TO WS-HC-YEAR
               MOVE WS-PARM-ARG(5:2) TO WS-HC-MM
               IF WS-HC-YEAR < 1601 OR
                  WS-HC-MM < 1 OR WS-HC-MM > 12
                   MOVE "MONTH ON PARM MISSING OR BAD" TO
                        WS-RCTL-ERROR-TEXT
                   PERFORM REFUSE-RUN-CONTROL
               END-IF
           END-IF
           COMPUTE WS-HC-MONTH = WS-HC-YEAR * 100 + WS-HC-MM
           COMPUTE WS-HC-MONTH-START = WS-HC-MONTH * 100 + 1
           IF WS-HC-MM = 12
               COMPUTE WS-HC-NEXT-START =
                   (WS-HC-YEAR + 1) * 10000 + 101
               COMPUTE WS-HC-PRIOR-MONTH = WS-HC-MONTH - 1
           ELSE
               COMPUTE WS-HC-NEXT-START =
                   WS-HC-MONTH-START + 100
               IF WS-HC-MM = 1
                   COMPUTE WS-HC-PRIOR-MONTH =
                       (WS-HC-YEAR - 1) * 100 + 12
               ELSE
                   COMPUTE WS-HC-PRIOR-MONTH = WS-HC-MONTH - 1
               END-IF
           END-IF
           COMPUTE WS-HC-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-HC-NEXT-START) - 1
           COMPUTE WS-HC-MONTH-END =
               FUNCTION DATE-OF-INTEGER(WS-HC-END-INT)
           IF WS-HC-MONTH-END NOT < WS-RUN-DATE
               MOVE "MONTH ON PARM HAS NOT ENDED" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF.

      *> Every department on DEPTMAST gets a line, staffed or not;
      *> one entry is held back for the company total
       LOAD-HEADCOUNT-DEPARTMENTS.
           MOVE 0 TO WS-HCD-COUNT
           MOVE "N" TO WS-EOF-DEPT-SCAN
           MOVE LOW-VALUES TO DM-DEPT-CODE
           START DEPT-MASTER KEY IS NOT LESS THAN DM-DEPT-CODE
               INVALID KEY
                   SET EOF-DEPT-SCAN TO TRUE
           END-START
           PERFORM UNTIL EOF-DEPT-SCAN
               READ DEPT-MASTER NEXT RECORD
                   AT END
                       SET EOF-DEPT-SCAN TO TRUE
                   NOT AT END
                       IF WS-HCD-COUNT < 199
                           MOVE DM-DEPT-CODE TO WS-HC-NEW-DEPT
                           PERFORM ADD-HEADCOUNT-DEPARTMENT
                           MOVE DM-DEPT-NAME TO
                                WS-HCD-DEPT-NAME(WS-HCD-COUNT)
                           MOVE DM-MIN-SALARY TO
                                WS-HCD-MIN-SALARY(WS-HCD-COUNT)
                           MOVE DM-MAX-SALARY TO
                                WS-HCD-MAX-SALARY(WS-HCD-COUNT)
                       ELSE
                           DISPLAY "HEADCOUNT DEPT TABLE FULL - DEPT "
                                   "NOT REPORTED: " DM-DEPT-CODE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-HEADCOUNT-DEPARTMENT.
           ADD 1 TO WS-HCD-COUNT
           MOVE WS-HC-NEW-DEPT TO WS-HCD-DEPT-CODE(WS-HCD-COUNT)
           MOVE SPACES TO WS-HCD-DEPT-NAME(WS-HCD-COUNT)
           MOVE 0 TO WS-HCD-MIN-SALARY(WS-HCD-COUNT)
                     WS-HCD-MAX-SALARY(WS-HCD-COUNT)
                     WS-HCD-OPENING(WS-HCD-COUNT)
                     WS-HCD-HIRES(WS-HCD-COUNT)
                     WS-HCD-TERMS(WS-HCD-COUNT)
                     WS-HCD-LEAVE-UNPAID(WS-HCD-COUNT)
                     WS-HCD-LEAVE-PAID(WS-HCD-COUNT)
                     WS-HCD-CLOSING(WS-HCD-COUNT)
                     WS-HCD-SALARIED(WS-HCD-COUNT)
                     WS-HCD-HOURLY(WS-HCD-COUNT)
                     WS-HCD-TENURE-COUNT(WS-HCD-COUNT)
                     WS-HCD-TENURE-DAYS(WS-HCD-COUNT)
                     WS-HCD-PAY-COUNT(WS-HCD-COUNT)
                     WS-HCD-PAY-TOTAL(WS-HCD-COUNT)
                     WS-HCD-MEDIAN-PAY(WS-HCD-COUNT)
                     WS-HCD-BELOW-BAND(WS-HCD-COUNT)
                     WS-HCD-ABOVE-BAND(WS-HCD-COUNT)
                     WS-HCD-NO-FX(WS-HCD-COUNT)
                     WS-HCD-TURNOVER(WS-HCD-COUNT)
                     WS-HCD-AVG-TENURE(WS-HCD-COUNT)
                     WS-HCD-AVG-PAY(WS-HCD-COUNT)
                     WS-HCD-PRIOR-CLOSING(WS-HCD-COUNT)
                     WS-HCD-PRIOR-TURNOVER(WS-HCD-COUNT)
           MOVE "N" TO WS-HCD-PRIOR-FOUND(WS-HCD-COUNT).

      *> Sort input: the live master, then the purge archive's
      *> master images - a purged employee may have left during the
      *> month being reported. Salaried staff still employed at
      *> month end go to the sort for the median.
       COUNT-HEADCOUNT-STAFF.
           MOVE "N" TO WS-EOF-EMPLOYEE
           PERFORM READ-EMPLOYEE-MASTER
           PERFORM UNTIL EOF-EMPLOYEE
               ADD 1 TO WS-HC-MASTER-COUNT
               PERFORM COUNT-HEADCOUNT-EMPLOYEE
               PERFORM READ-EMPLOYEE-MASTER
           END-PERFORM
           MOVE "N" TO WS-EOF-ARCHIVE
           OPEN INPUT EMPLOYEE-ARCHIVE
           EVALUATE WS-ARCHE-FILE-STATUS
               WHEN "00"
               WHEN "05"
                   PERFORM UNTIL EOF-ARCHIVE
                       READ EMPLOYEE-ARCHIVE INTO WS-ARCHIVE-RECORD
                           AT END
                               SET EOF-ARCHIVE TO TRUE
                           NOT AT END
                               IF WS-ARCHR-TYPE = "E"
                                   MOVE WS-ARCHR-DATA TO
                                        EMP-MASTER-RECORD
                                   PERFORM MOVE-MASTER-TO-EMPLOYEE
                                   ADD 1 TO WS-HC-ARCHIVE-COUNT
                                   PERFORM COUNT-HEADCOUNT-EMPLOYEE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYEE-ARCHIVE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "EMPLOYEE-ARCHIVE" TO WS-ABEND-FILE-NAME
                   MOVE WS-ARCHE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM ABEND-ON-OPEN-ERROR
           END-EVALUATE.

      *> A termination date counts only on a terminated record (the
      *> register reports an active one past its date as E14). The
      *> employee is on the opening count when hired before the
      *> month and not gone before it, a hire or termination when
      *> the date falls in the month, and on the closing count when
      *> still employed at month end. A missing hire date is taken
      *> as hired before the month; a terminated record with no
      *> date cannot be placed and is only counted.
       COUNT-HEADCOUNT-EMPLOYEE.
           MOVE 0 TO WS-HC-TERM-DATE
           IF EMP-TERMINATED
               MOVE EMP-TERM-DATE TO WS-HC-TERM-DATE
           END-IF
           IF EMP-TERMINATED AND WS-HC-TERM-DATE = 0
               ADD 1 TO WS-HC-NO-TERM-DATE
           ELSE
               IF EMP-HIRE-DATE NOT > WS-HC-MONTH-END AND
                  (WS-HC-TERM-DATE = 0 OR
                   WS-HC-TERM-DATE NOT < WS-HC-MONTH-START)
                   PERFORM FIND-HEADCOUNT-DEPT
                   IF HC-DEPT-FOUND
                       PERFORM PLACE-HEADCOUNT-EMPLOYEE
                   END-IF
               END-IF
           END-IF.

       PLACE-HEADCOUNT-EMPLOYEE.
           IF EMP-HIRE-DATE < WS-HC-MONTH-START
               ADD 1 TO WS-HCD-OPENING(WS-HCD-IDX)
           ELSE
               ADD 1 TO WS-HCD-HIRES(WS-HCD-IDX)
           END-IF
           IF WS-HC-TERM-DATE NOT = 0 AND
              WS-HC-TERM-DATE NOT > WS-HC-MONTH-END
               ADD 1 TO WS-HCD-TERMS(WS-HCD-IDX)
           ELSE
               PERFORM COUNT-HEADCOUNT-CLOSING
           END-IF.

      *> Closing headcount: leave, pay-type mix and tenure to month
      *> end, and - for salaried staff - USD pay against the band
      *> the register checks it against
       COUNT-HEADCOUNT-CLOSING.
           ADD 1 TO WS-HCD-CLOSING(WS-HCD-IDX)
           IF EMP-ON-LEAVE
               ADD 1 TO WS-HCD-LEAVE-UNPAID(WS-HCD-IDX)
           END-IF
           IF EMP-PAID-LEAVE
               ADD 1 TO WS-HCD-LEAVE-PAID(WS-HCD-IDX)
           END-IF
           IF EMP-HIRE-DATE = 0
               ADD 1 TO WS-HC-NO-HIRE-DATE
           ELSE
               COMPUTE WS-HC-TENURE-DAYS = WS-HC-END-INT -
                   FUNCTION INTEGER-OF-DATE(EMP-HIRE-DATE)
               ADD 1 TO WS-HCD-TENURE-COUNT(WS-HCD-IDX)
               ADD WS-HC-TENURE-DAYS TO
                   WS-HCD-TENURE-DAYS(WS-HCD-IDX)
           END-IF
           IF EMP-HOURLY
               ADD 1 TO WS-HCD-HOURLY(WS-HCD-IDX)
           ELSE
               ADD 1 TO WS-HCD-SALARIED(WS-HCD-IDX)
               MOVE 0 TO WS-EMP-DEDUCT-TOTAL
               MOVE 0 TO WS-EMP-TAX
               PERFORM COMPUTE-USD-EQUIVALENT
               IF NOT FX-RATE-FOUND
                   ADD 1 TO WS-HCD-NO-FX(WS-HCD-IDX)
               ELSE
                   ADD 1 TO WS-HCD-PAY-COUNT(WS-HCD-IDX)
                   ADD WS-EMP-USD-SALARY TO
                       WS-HCD-PAY-TOTAL(WS-HCD-IDX)
                   IF WS-HCD-MIN-SALARY(WS-HCD-IDX) NOT = 0 OR
                      WS-HCD-MAX-SALARY(WS-HCD-IDX) NOT = 0
                       IF WS-EMP-USD-SALARY <
                          WS-HCD-MIN-SALARY(WS-HCD-IDX)
                           ADD 1 TO WS-HCD-BELOW-BAND(WS-HCD-IDX)
                       END-IF
                       IF WS-EMP-USD-SALARY >
                          WS-HCD-MAX-SALARY(WS-HCD-IDX)
                           ADD 1 TO WS-HCD-ABOVE-BAND(WS-HCD-IDX)
                       END-IF
                   END-IF
                   MOVE EMP-DEPT TO SH-DEPT
                   MOVE WS-EMP-USD-SALARY TO SH-USD-SALARY
                   RELEASE SORT-HEAD-RECORD
               END-IF
           END-IF.

      *> Staff in a department missing from DEPTMAST still count,
      *> on a line of their own with no band
       FIND-HEADCOUNT-DEPT.
           MOVE "Y" TO WS-HC-DEPT-FOUND
           SET WS-HCD-IDX TO 1
           SEARCH WS-HCD-ENTRY
               AT END
                   IF WS-HCD-COUNT < 199
                       MOVE EMP-DEPT TO WS-HC-NEW-DEPT
                       PERFORM ADD-HEADCOUNT-DEPARTMENT
                       MOVE "*NOT ON DEPTMAST*" TO
                            WS-HCD-DEPT-NAME(WS-HCD-COUNT)
                       SET WS-HCD-IDX TO WS-HCD-COUNT
                   ELSE
                       MOVE "N" TO WS-HC-DEPT-FOUND
                       DISPLAY "HEADCOUNT DEPT TABLE FULL - EMP-ID "
                               EMP-ID " NOT COUNTED"
                   END-IF
               WHEN WS-HCD-DEPT-CODE(WS-HCD-IDX) = EMP-DEPT
                   CONTINUE
           END-SEARCH.

      *> Sort output: each department's pay in ascending order; the
      *> median is the middle figure, or the mean of the middle two
      *> when the count is even
       FIND-MEDIAN-PAY.
           MOVE "N" TO WS-EOF-SORT-HEAD
           MOVE SPACES TO WS-HC-SORT-DEPT
           PERFORM UNTIL EOF-SORT-HEAD
               RETURN SORT-HEAD-FILE
                   AT END
                       SET EOF-SORT-HEAD TO TRUE
                   NOT AT END
                       PERFORM TAKE-MEDIAN-PAY
               END-RETURN
           END-PERFORM.

       TAKE-MEDIAN-PAY.
           IF SH-DEPT NOT = WS-HC-SORT-DEPT
               MOVE SH-DEPT TO WS-HC-SORT-DEPT
               MOVE 0 TO WS-HC-SORT-POS
               SET WS-HCD-IDX TO 1
               SEARCH WS-HCD-ENTRY
                   WHEN WS-HCD-DEPT-CODE(WS-HCD-IDX) = SH-DEPT
                       COMPUTE WS-HC-MEDIAN-LOW =
                           (WS-HCD-PAY-COUNT(WS-HCD-IDX) + 1) / 2
                       COMPUTE WS-HC-MEDIAN-HIGH =
                           WS-HCD-PAY-COUNT(WS-HCD-IDX) / 2 + 1
               END-SEARCH
           END-IF
           ADD 1 TO WS-HC-SORT-POS
           IF WS-HC-SORT-POS = WS-HC-MEDIAN-LOW
               MOVE SH-USD-SALARY TO WS-HC-MEDIAN-LOW-PAY
           END-IF
           IF WS-HC-SORT-POS = WS-HC-MEDIAN-HIGH
               COMPUTE WS-HCD-MEDIAN-PAY(WS-HCD-IDX) ROUNDED =
                   (WS-HC-MEDIAN-LOW-PAY + SH-USD-SALARY) / 2
           END-IF.

      *> Company total in the entry held back for it; a company
      *> median would need every salary in one sequence, so the
      *> total line carries the average only
       ADD-HEADCOUNT-TOTALS.
           MOVE "*ALL" TO WS-HC-NEW-DEPT
           PERFORM ADD-HEADCOUNT-DEPARTMENT
           MOVE "ALL DEPARTMENTS" TO WS-HCD-DEPT-NAME(WS-HCD-COUNT)
           MOVE WS-HCD-COUNT TO WS-HC-TOTAL-IDX
           PERFORM VARYING WS-HCD-IDX FROM 1 BY 1
                   UNTIL WS-HCD-IDX NOT < WS-HC-TOTAL-IDX
               ADD WS-HCD-OPENING(WS-HCD-IDX) TO
                   WS-HCD-OPENING(WS-HC-TOTAL-IDX)
               ADD WS-HCD-HIRES(WS-HCD-IDX) TO
                   WS-HCD-HIRES(WS-HC-TOTAL-IDX)
               ADD WS-HCD-TERMS(WS-HCD-IDX) TO
                   WS-HCD-TERMS(WS-HC-TOTAL-IDX)
               ADD WS-HCD-LEAVE-UNPAID(WS-HCD-IDX) TO
                   WS-HCD-LEAVE-UNPAID(WS-HC-TOTAL-IDX)
               ADD WS-HCD-LEAVE-PAID(WS-HCD-IDX) TO
                   WS-HCD-LEAVE-PAID(WS-HC-TOTAL-IDX)
               ADD WS-HCD-CLOSING(WS-HCD-IDX) TO
                   WS-HCD-CLOSING(WS-HC-TOTAL-IDX)
               ADD WS-HCD-SALARIED(WS-HCD-IDX) TO
                   WS-HCD-SALARIED(WS-HC-TOTAL-IDX)
               ADD WS-HCD-HOURLY(WS-HCD-IDX) TO
                   WS-HCD-HOURLY(WS-HC-TOTAL-IDX)
               ADD WS-HCD-TENURE-COUNT(WS-HCD-IDX) TO
                   WS-HCD-TENURE-COUNT(WS-HC-TOTAL-IDX)
               ADD WS-HCD-TENURE-DAYS(WS-HCD-IDX) TO
                   WS-HCD-TENURE-DAYS(WS-HC-TOTAL-IDX)
               ADD WS-HCD-PAY-COUNT(WS-HCD-IDX) TO
                   WS-HCD-PAY-COUNT(WS-HC-TOTAL-IDX)
               ADD WS-HCD-PAY-TOTAL(WS-HCD-IDX) TO
                   WS-HCD-PAY-TOTAL(WS-HC-TOTAL-IDX)
               ADD WS-HCD-BELOW-BAND(WS-HCD-IDX) TO
                   WS-HCD-BELOW-BAND(WS-HC-TOTAL-IDX)
               ADD WS-HCD-ABOVE-BAND(WS-HCD-IDX) TO
                   WS-HCD-ABOVE-BAND(WS-HC-TOTAL-IDX)
               ADD WS-HCD-NO-FX(WS-HCD-IDX) TO
                   WS-HCD-NO-FX(WS-HC-TOTAL-IDX)
           END-PERFORM.

      *> Turnover is the month's terminations over the average of
      *> the opening and closing counts; tenure is in years of
      *> 365.25 days
       COMPUTE-HEADCOUNT-RATES.
           COMPUTE WS-HC-HEADCOUNT-SUM =
               WS-HCD-OPENING(WS-HCD-IDX) + WS-HCD-CLOSING(WS-HCD-IDX)
           IF WS-HC-HEADCOUNT-SUM > 0
               COMPUTE WS-HCD-TURNOVER(WS-HCD-IDX) ROUNDED =
                   WS-HCD-TERMS(WS-HCD-IDX) * 200 /
                   WS-HC-HEADCOUNT-SUM
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-HCD-TURNOVER(WS-HCD-IDX)
               END-COMPUTE
           END-IF
           IF WS-HCD-TENURE-COUNT(WS-HCD-IDX) > 0
               COMPUTE WS-HCD-AVG-TENURE(WS-HCD-IDX) ROUNDED =
                   WS-HCD-TENURE-DAYS(WS-HCD-IDX) /
                   WS-HCD-TENURE-COUNT(WS-HCD-IDX) / 365.25
           END-IF
           IF WS-HCD-PAY-COUNT(WS-HCD-IDX) > 0
               COMPUTE WS-HCD-AVG-PAY(WS-HCD-IDX) ROUNDED =
                   WS-HCD-PAY-TOTAL(WS-HCD-IDX) /
                   WS-HCD-PAY-COUNT(WS-HCD-IDX)
           END-IF.

      *> HEADTRIN is the current trend generation and HEADTRND the
      *> new one: every other month is copied across, this month's
      *> records go in month order (replacing those of an earlier
      *> run of it), and the prior month's closing count and
      *> turnover are picked up for the report as they pass
       ROLL-HEADCOUNT-TREND.
           OPEN INPUT HEADCOUNT-TREND-IN
           IF WS-HTI-FILE-STATUS NOT = "00" AND
              WS-HTI-FILE-STATUS NOT = "05"
               MOVE "HEADCOUNT-TREND-IN" TO WS-ABEND-FILE-NAME
               MOVE WS-HTI-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT HEADCOUNT-TREND
           IF WS-HTO-FILE-STATUS NOT = "00"
               MOVE "HEADCOUNT-TREND" TO WS-ABEND-FILE-NAME
               MOVE WS-HTO-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE "N" TO WS-HC-TREND-WRITTEN
           MOVE "N" TO WS-EOF-TREND-IN
           PERFORM UNTIL EOF-TREND-IN
               READ HEADCOUNT-TREND-IN
                   AT END
                       SET EOF-TREND-IN TO TRUE
                   NOT AT END
                       PERFORM COPY-HEADCOUNT-TREND
               END-READ
           END-PERFORM
           IF NOT HC-TREND-WRITTEN
               PERFORM WRITE-HEADCOUNT-TREND-MONTH
           END-IF
           CLOSE HEADCOUNT-TREND-IN
           CLOSE HEADCOUNT-TREND.

       COPY-HEADCOUNT-TREND.
           IF HTI-MONTH = WS-HC-MONTH
               ADD 1 TO WS-HC-TREND-REPLACED
           ELSE
               IF HTI-MONTH = WS-HC-PRIOR-MONTH
                   PERFORM TAKE-PRIOR-MONTH-FIGURES
               END-IF
               IF HTI-MONTH > WS-HC-MONTH AND
                  NOT HC-TREND-WRITTEN
                   PERFORM WRITE-HEADCOUNT-TREND-MONTH
               END-IF
               WRITE HTO-RECORD FROM HTI-RECORD
               ADD 1 TO WS-HC-TREND-COPIED
           END-IF.

       TAKE-PRIOR-MONTH-FIGURES.
           SET WS-HCD-IDX TO 1
           SEARCH WS-HCD-ENTRY
               WHEN WS-HCD-DEPT-CODE(WS-HCD-IDX) = HTI-DEPT
                   IF HTI-CLOSING NUMERIC AND HTI-TURNOVER NUMERIC
                       MOVE "Y" TO WS-HCD-PRIOR-FOUND(WS-HCD-IDX)
                       MOVE HTI-CLOSING TO
                            WS-HCD-PRIOR-CLOSING(WS-HCD-IDX)
                       MOVE HTI-TURNOVER TO
                            WS-HCD-PRIOR-TURNOVER(WS-HCD-IDX)
                   END-IF
           END-SEARCH.

       WRITE-HEADCOUNT-TREND-MONTH.
           MOVE "Y" TO WS-HC-TREND-WRITTEN
           PERFORM VARYING WS-HCD-IDX FROM 1 BY 1
                   UNTIL WS-HCD-IDX > WS-HCD-COUNT
               MOVE WS-HC-MONTH TO WS-HTR-MONTH
               MOVE WS-HCD-DEPT-CODE(WS-HCD-IDX) TO WS-HTR-DEPT
               MOVE WS-HCD-OPENING(WS-HCD-IDX) TO WS-HTR-OPENING
               MOVE WS-HCD-HIRES(WS-HCD-IDX) TO WS-HTR-HIRES
               MOVE WS-HCD-TERMS(WS-HCD-IDX) TO WS-HTR-TERMS
               MOVE WS-HCD-LEAVE-UNPAID(WS-HCD-IDX) TO
                    WS-HTR-LEAVE-UNPAID
               MOVE WS-HCD-LEAVE-PAID(WS-HCD-IDX) TO
                    WS-HTR-LEAVE-PAID
               MOVE WS-HCD-CLOSING(WS-HCD-IDX) TO WS-HTR-CLOSING
               MOVE WS-HCD-TURNOVER(WS-HCD-IDX) TO WS-HTR-TURNOVER
               MOVE WS-HCD-AVG-TENURE(WS-HCD-IDX) TO
                    WS-HTR-AVG-TENURE
               MOVE WS-HCD-SALARIED(WS-HCD-IDX) TO WS-HTR-SALARIED
               MOVE WS-HCD-HOURLY(WS-HCD-IDX) TO WS-HTR-HOURLY
               MOVE WS-HCD-PAY-COUNT(WS-HCD-IDX) TO WS-HTR-PAY-COUNT
               MOVE WS-HCD-AVG-PAY(WS-HCD-IDX) TO WS-HTR-AVG-PAY
               MOVE WS-HCD-MEDIAN-PAY(WS-HCD-IDX) TO
                    WS-HTR-MEDIAN-PAY
               MOVE WS-HCD-BELOW-BAND(WS-HCD-IDX) TO
                    WS-HTR-BELOW-BAND
               MOVE WS-HCD-ABOVE-BAND(WS-HCD-IDX) TO
                    WS-HTR-ABOVE-BAND
               MOVE WS-HCD-NO-FX(WS-HCD-IDX) TO WS-HTR-NO-FX
               MOVE WS-RUN-DATE TO WS-HTR-RUN-DATE
               WRITE HTO-RECORD FROM WS-HTR-RECORD
               ADD 1 TO WS-HC-TREND-NEW
           END-PERFORM.

       PRINT-HEADCOUNT-REPORT.
           MOVE WS-HC-MONTH TO WS-HCRH-MONTH
           MOVE WS-HC-PRIOR-MONTH TO WS-HCRH-PRIOR
           MOVE WS-RUN-DATE TO WS-HCRH-RUN-DATE
           WRITE HCR-PRINT-LINE FROM WS-HCR-HEADING
           MOVE "HEADCOUNT, MOVEMENT AND TURNOVER" TO WS-HCRS-TITLE
           WRITE HCR-PRINT-LINE FROM WS-HCR-SECTION
           WRITE HCR-PRINT-LINE FROM WS-HCR-COLUMNS-1
           WRITE HCR-PRINT-LINE FROM WS-HCR-COLUMNS-2
           PERFORM VARYING WS-HCD-IDX FROM 1 BY 1
                   UNTIL WS-HCD-IDX > WS-HCD-COUNT
               PERFORM PRINT-HEADCOUNT-LINE
           END-PERFORM
           MOVE "PAY OF SALARIED STAFF AT MONTH END AGAINST THE BAND"
               TO WS-HCRS-TITLE
           WRITE HCR-PRINT-LINE FROM WS-HCR-SECTION
           WRITE HCR-PRINT-LINE FROM WS-HCR-PAY-COLUMNS-1
           WRITE HCR-PRINT-LINE FROM WS-HCR-PAY-COLUMNS-2
           PERFORM VARYING WS-HCD-IDX FROM 1 BY 1
                   UNTIL WS-HCD-IDX > WS-HCD-COUNT
               PERFORM PRINT-HEADCOUNT-PAY-LINE
           END-PERFORM
           MOVE "RUN COUNTS" TO WS-HCRS-TITLE
           WRITE HCR-PRINT-LINE FROM WS-HCR-SECTION
           MOVE "EMPLOYEES READ FROM EMPMAST" TO WS-HCRC-LABEL
           MOVE WS-HC-MASTER-COUNT TO WS-HCRC-COUNT
           WRITE HCR-PRINT-LINE FROM WS-HCR-COUNT-LINE
           MOVE "PURGED EMPLOYEES READ FROM EMPARCH" TO WS-HCRC-LABEL
           MOVE WS-HC-ARCHIVE-COUNT TO WS-HCRC-COUNT
           WRITE HCR-PRINT-LINE FROM WS-HCR-COUNT-LINE
           MOVE "TERMINATED WITH NO TERM DATE - NOT COUNTED" TO
                WS-HCRC-LABEL
           MOVE WS-HC-NO-TERM-DATE TO WS-HCRC-COUNT
           WRITE HCR-PRINT-LINE FROM WS-HCR-COUNT-LINE
           MOVE "AT MONTH END WITH NO HIRE DATE - NO TENURE" TO
                WS-HCRC-LABEL
           MOVE WS-HC-NO-HIRE-DATE TO WS-HCRC-COUNT
           WRITE HCR-PRINT-LINE FROM WS-HCR-COUNT-LINE
           MOVE "TREND RECORDS CARRIED FROM OTHER MONTHS" TO
                WS-HCRC-LABEL
           MOVE WS-HC-TREND-COPIED TO WS-HCRC-COUNT
           WRITE HCR-PRINT-LINE FROM WS-HCR-COUNT-LINE
           MOVE "TREND RECORDS OF AN EARLIER RUN OF THIS MONTH" TO
                WS-HCRC-LABEL
           MOVE WS-HC-TREND-REPLACED TO WS-HCRC-COUNT
           WRITE HCR-PRINT-LINE FROM WS-HCR-COUNT-LINE
           MOVE "TREND RECORDS WRITTEN FOR THIS MONTH" TO
                WS-HCRC-LABEL
           MOVE WS-HC-TREND-NEW TO WS-HCRC-COUNT
           WRITE HCR-PRINT-LINE FROM WS-HCR-COUNT-LINE
           MOVE SPACES TO WS-HCRN-TEXT
           STRING "LEAVE COUNTS ARE STATUS ON THE RUN DATE - "
                  "EMPMAST CARRIES NO LEAVE DATES"
                  DELIMITED BY SIZE INTO WS-HCRN-TEXT
           END-STRING
           WRITE HCR-PRINT-LINE FROM WS-HCR-NOTE-LINE.

       PRINT-HEADCOUNT-LINE.
           IF WS-HCD-IDX = WS-HC-TOTAL-IDX
               MOVE SPACES TO WS-HCRL-DEPT
           ELSE
               MOVE WS-HCD-DEPT-CODE(WS-HCD-IDX) TO WS-HCRL-DEPT
           END-IF
           MOVE WS-HCD-DEPT-NAME(WS-HCD-IDX) TO WS-HCRL-NAME
           MOVE WS-HCD-OPENING(WS-HCD-IDX) TO WS-HCRL-OPENING
           MOVE WS-HCD-HIRES(WS-HCD-IDX) TO WS-HCRL-HIRES
           MOVE WS-HCD-TERMS(WS-HCD-IDX) TO WS-HCRL-TERMS
           MOVE WS-HCD-LEAVE-UNPAID(WS-HCD-IDX) TO
                WS-HCRL-LEAVE-UNPAID
           MOVE WS-HCD-LEAVE-PAID(WS-HCD-IDX) TO WS-HCRL-LEAVE-PAID
           MOVE WS-HCD-CLOSING(WS-HCD-IDX) TO WS-HCRL-CLOSING
           MOVE WS-HCD-TURNOVER(WS-HCD-IDX) TO WS-HCRL-TURNOVER
           IF WS-HCD-PRIOR-FOUND(WS-HCD-IDX) = "Y"
               MOVE WS-HCD-PRIOR-CLOSING(WS-HCD-IDX) TO
                    WS-HC-EDIT-COUNT
               MOVE WS-HC-EDIT-COUNT TO WS-HCRL-PRIOR-CLOSING
               MOVE WS-HCD-PRIOR-TURNOVER(WS-HCD-IDX) TO
                    WS-HC-EDIT-RATE
               MOVE WS-HC-EDIT-RATE TO WS-HCRL-PRIOR-TURNOVER
           ELSE
               MOVE "    N/A" TO WS-HCRL-PRIOR-CLOSING
               MOVE "   N/A" TO WS-HCRL-PRIOR-TURNOVER
           END-IF
           MOVE WS-HCD-AVG-TENURE(WS-HCD-IDX) TO WS-HCRL-TENURE
           MOVE WS-HCD-SALARIED(WS-HCD-IDX) TO WS-HCRL-SALARIED
           MOVE WS-HCD-HOURLY(WS-HCD-IDX) TO WS-HCRL-HOURLY
           MOVE 0 TO WS-HCRL-PCT-HOURLY
           IF WS-HCD-CLOSING(WS-HCD-IDX) > 0
               COMPUTE WS-HCRL-PCT-HOURLY ROUNDED =
                   WS-HCD-HOURLY(WS-HCD-IDX) * 100 /
                   WS-HCD-CLOSING(WS-HCD-IDX)
           END-IF
           WRITE HCR-PRINT-LINE FROM WS-HCR-LINE.

       PRINT-HEADCOUNT-PAY-LINE.
           IF WS-HCD-IDX = WS-HC-TOTAL-IDX
               MOVE SPACES TO WS-HCRP-DEPT
           ELSE
               MOVE WS-HCD-DEPT-CODE(WS-HCD-IDX) TO WS-HCRP-DEPT
           END-IF
           MOVE WS-HCD-DEPT-NAME(WS-HCD-IDX) TO WS-HCRP-NAME
           MOVE WS-HCD-PAY-COUNT(WS-HCD-IDX) TO WS-HCRP-COUNT
           MOVE WS-HCD-AVG-PAY(WS-HCD-IDX) TO WS-HCRP-AVG-PAY
           MOVE WS-HCD-MEDIAN-PAY(WS-HCD-IDX) TO WS-HCRP-MEDIAN-PAY
           MOVE WS-HCD-MIN-SALARY(WS-HCD-IDX) TO WS-HCRP-MIN-SALARY
           MOVE WS-HCD-MAX-SALARY(WS-HCD-IDX) TO WS-HCRP-MAX-SALARY
           MOVE WS-HCD-BELOW-BAND(WS-HCD-IDX) TO WS-HCRP-BELOW
           MOVE WS-HCD-ABOVE-BAND(WS-HCD-IDX) TO WS-HCRP-ABOVE
           MOVE WS-HCD-NO-FX(WS-HCD-IDX) TO WS-HCRP-NO-FX
           WRITE HCR-PRINT-LINE FROM WS-HCR-PAY-LINE.

      *> HR's daily change file becomes a controlled EMPTRANS batch
      *> for MAINTAIN: every event that maps is written as the full
      *> A or U image MAINTAIN applies, and anything that does not
      *> is listed on HRMAPRPT for HR to correct at source. A feed
      *> that fails its own header/trailer proof leaves EMPTRANS cut
      *> empty, which MAINTAIN refuses, and ends RETURN-CODE 12.
       LOAD-HR-CHANGES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-EMP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-FILE-STATUS NOT = "00"
               MOVE "DEPT-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-DEPT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT EMPLOYEE-TRANSACTIONS
           IF WS-TRANS-FILE-STATUS NOT = "00"
               MOVE "EMPLOYEE-TRANSACTIONS" TO WS-ABEND-FILE-NAME
               MOVE WS-TRANS-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT HR-MAPPING-REPORT
           IF WS-HMR-FILE-STATUS NOT = "00"
               MOVE "HR-MAPPING-REPORT" TO WS-ABEND-FILE-NAME
               MOVE WS-HMR-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           SORT SORT-HR-FILE
               ON ASCENDING KEY SHR-WORKER-ID
               ON ASCENDING KEY SHR-SEQ
               INPUT PROCEDURE IS RELEASE-HR-FEED
               OUTPUT PROCEDURE IS MAP-HR-CHANGES
           IF HRF-OK
               PERFORM WRITE-HR-BATCH-TRAILER
               PERFORM WRITE-HR-MAPPING-TOTALS
               IF WS-HRL-REJECT-COUNT > 0
                   DISPLAY "HRLOAD - " WS-HRL-REJECT-COUNT
                           " HR CHANGES REJECTED - SEE HRMAPRPT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "HR FILE REFUSED - " WS-HRF-ERROR-TEXT
               MOVE SPACES TO WS-HMRN-TEXT
               STRING "HR FILE REFUSED - " DELIMITED BY SIZE
                      WS-HRF-ERROR-TEXT DELIMITED BY SIZE
                      INTO WS-HMRN-TEXT
               END-STRING
               WRITE HMR-PRINT-LINE FROM WS-HMR-NOTE-LINE
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE EMPLOYEE-MASTER
           CLOSE DEPT-MASTER
           CLOSE EMPLOYEE-TRANSACTIONS
           CLOSE HR-MAPPING-REPORT.

      *> The HR feed is proven against its own header and trailer
      *> before anything is taken from it, the way MAINTAIN proves
      *> EMPTRANS; details are released in worker order with their
      *> arrival sequence so one worker's events stay in HR's order
       RELEASE-HR-FEED.
           MOVE "Y" TO WS-HRF-OK
           MOVE "N" TO WS-HRF-TRAILER-SEEN
           MOVE "N" TO WS-EOF-HR-FEED
           MOVE 0 TO WS-HRF-DETAIL-COUNT WS-HRF-FILE-DATE
           OPEN INPUT HR-FEED
           IF WS-HRF-FILE-STATUS NOT = "00"
               MOVE "HR-FEED" TO WS-ABEND-FILE-NAME
               MOVE WS-HRF-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM READ-HR-FEED
           IF EOF-HR-FEED OR HRF-REC-TYPE NOT = "H"
               MOVE "N" TO WS-HRF-OK
               MOVE "MISSING HR FILE HEADER" TO WS-HRF-ERROR-TEXT
           ELSE
               MOVE HRF-HDR-DATE TO WS-HRL-DATE-IN
               PERFORM MAP-HR-DATE
               IF HRL-DATE-OK AND HRL-DATE-GIVEN
                   MOVE WS-HRL-DATE-OUT TO WS-HRF-FILE-DATE
               ELSE
                   MOVE "N" TO WS-HRF-OK
                   MOVE "HR FILE HEADER DATE NOT VALID" TO
                        WS-HRF-ERROR-TEXT
               END-IF
           END-IF
           IF HRF-OK
               PERFORM READ-HR-FEED
               PERFORM UNTIL EOF-HR-FEED OR NOT HRF-OK
                   PERFORM CHECK-HR-FEED-RECORD
                   PERFORM READ-HR-FEED
               END-PERFORM
           END-IF
           IF HRF-OK AND NOT HRF-TRAILER-SEEN
               MOVE "N" TO WS-HRF-OK
               MOVE "MISSING HR FILE TRAILER" TO WS-HRF-ERROR-TEXT
           END-IF
           IF HRF-OK AND
              WS-HRF-DETAIL-COUNT NOT = WS-HRF-TRL-COUNT-SAVE
               MOVE "N" TO WS-HRF-OK
               MOVE "HR TRAILER COUNT MISMATCH" TO WS-HRF-ERROR-TEXT
           END-IF
           CLOSE HR-FEED.

       READ-HR-FEED.
           READ HR-FEED
               AT END
                   SET EOF-HR-FEED TO TRUE
           END-READ.

       CHECK-HR-FEED-RECORD.
           EVALUATE HRF-REC-TYPE
               WHEN "H"
                   MOVE "N" TO WS-HRF-OK
                   MOVE "MULTIPLE HR FILE HEADERS" TO
                        WS-HRF-ERROR-TEXT
               WHEN "T"
                   IF HRF-TRAILER-SEEN
                       MOVE "N" TO WS-HRF-OK
                       MOVE "MULTIPLE HR FILE TRAILERS" TO
                            WS-HRF-ERROR-TEXT
                   ELSE
                       IF HRF-TRL-COUNT NOT NUMERIC
                           MOVE "N" TO WS-HRF-OK
                           MOVE "HR TRAILER COUNT NOT NUMERIC" TO
                                WS-HRF-ERROR-TEXT
                       ELSE
                           MOVE "Y" TO WS-HRF-TRAILER-SEEN
                           MOVE HRF-TRL-COUNT TO
                                WS-HRF-TRL-COUNT-SAVE
                       END-IF
                   END-IF
               WHEN "D"
                   IF HRF-TRAILER-SEEN
                       MOVE "N" TO WS-HRF-OK
                       MOVE "RECORD AFTER HR FILE TRAILER" TO
                            WS-HRF-ERROR-TEXT
                   ELSE
                       ADD 1 TO WS-HRF-DETAIL-COUNT
                       MOVE HRF-WORKER-ID TO SHR-WORKER-ID
                       MOVE WS-HRF-DETAIL-COUNT TO SHR-SEQ
                       MOVE HRF-RECORD TO SHR-DATA
                       RELEASE SORT-HR-RECORD
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-HRF-OK
                   MOVE "UNKNOWN HR RECORD TYPE" TO WS-HRF-ERROR-TEXT
           END-EVALUATE.

      *> HR dates are YYYY-MM-DD; blank is "not given" and anything
      *> else must be a real calendar date
       MAP-HR-DATE.
           MOVE "Y" TO WS-HRL-DATE-OK
           MOVE "N" TO WS-HRL-DATE-GIVEN
           MOVE 0 TO WS-HRL-DATE-OUT
           IF WS-HRL-DATE-IN NOT = SPACES
               MOVE "Y" TO WS-HRL-DATE-GIVEN
               MOVE "N" TO WS-HRL-DATE-OK
               IF WS-HRL-DATE-IN(5:1) = "-" AND
                  WS-HRL-DATE-IN(8:1) = "-"
                   MOVE SPACES TO WS-DATE-CHECK-FIELD
                   STRING WS-HRL-DATE-IN(1:4) DELIMITED BY SIZE
                          WS-HRL-DATE-IN(6:2) DELIMITED BY SIZE
                          WS-HRL-DATE-IN(9:2) DELIMITED BY SIZE
                          INTO WS-DATE-CHECK-FIELD
                   END-STRING
                   PERFORM VALIDATE-ONE-DATE
                   IF DATE-CHECK-OK AND WS-DATE-CHECK-NUM NOT = 0
                       MOVE WS-DATE-CHECK-NUM TO WS-HRL-DATE-OUT
                       MOVE "Y" TO WS-HRL-DATE-OK
                   END-IF
               END-IF
           END-IF.

       MAP-HR-CHANGES.
           MOVE WS-HRF-FILE-DATE TO WS-HMRH-FILE-DATE
           MOVE WS-RUN-DATE TO WS-HMRH-RUN-DATE
           WRITE HMR-PRINT-LINE FROM WS-HMR-HEADING
           WRITE HMR-PRINT-LINE FROM WS-HMR-COLUMNS
           IF HRF-OK
               MOVE SPACES TO TRANS-RECORD
               MOVE "H" TO TRANS-HDR-TYPE
               MOVE WS-HRF-FILE-DATE TO TRANS-HDR-DATE
               WRITE TRANS-HEADER-RECORD
               MOVE SPACES TO WS-HRL-GROUP-ID
               MOVE "N" TO WS-EOF-SORT-HR
               PERFORM UNTIL EOF-SORT-HR
                   RETURN SORT-HR-FILE
                       AT END
                           SET EOF-SORT-HR TO TRUE
                       NOT AT END
                           PERFORM MAP-ONE-HR-CHANGE
                   END-RETURN
               END-PERFORM
           END-IF.

      *> The first check that fails names the reject; the master
      *> image is read once per worker and carried forward through
      *> the worker's later events
       MAP-ONE-HR-CHANGE.
           MOVE SHR-DATA TO WS-HRW-RECORD
           ADD 1 TO WS-HRL-READ-COUNT
           MOVE SPACES TO WS-HRL-REASON-CODE WS-HRL-REASON-TEXT
           PERFORM BUILD-HR-NAME
           IF NOT HRW-EVENT-KNOWN
               MOVE "M01" TO WS-HRL-REASON-CODE
               MOVE "HR EVENT CODE NOT MAPPED" TO WS-HRL-REASON-TEXT
           END-IF
           IF HRL-MAPPED
               PERFORM MAP-HR-WORKER-ID
           END-IF
           IF HRL-MAPPED AND WS-HRW-WORKER-ID NOT = WS-HRL-GROUP-ID
               MOVE WS-HRW-WORKER-ID TO WS-HRL-GROUP-ID
               PERFORM LOAD-HR-CURRENT-IMAGE
           END-IF
           IF HRL-MAPPED
               PERFORM MAP-HR-FIELDS
           END-IF
           IF HRL-MAPPED
               PERFORM CHECK-HR-EVENT
           END-IF
           IF HRL-MAPPED
               PERFORM WRITE-HR-TRANSACTION
           ELSE
               PERFORM WRITE-HR-MAPPING-REJECT
           END-IF.

      *> Payroll names are held "LAST, FIRST"; one too long for the
      *> master's name field is flagged, never cut short
       BUILD-HR-NAME.
           MOVE SPACES TO WS-HRL-NAME
           MOVE "Y" TO WS-HRL-NAME-FITS
           IF WS-HRW-FIRST-NAME = SPACES
               MOVE WS-HRW-LAST-NAME TO WS-HRL-NAME
           ELSE
               STRING FUNCTION TRIM(WS-HRW-LAST-NAME)
                          DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HRW-FIRST-NAME)
                          DELIMITED BY SIZE
                      INTO WS-HRL-NAME
                   ON OVERFLOW
                       MOVE "N" TO WS-HRL-NAME-FITS
               END-STRING
           END-IF.

      *> HR's nine-digit worker id carries the six-digit payroll id
      *> zero-filled on the left; any other id was never issued by
      *> payroll
       MAP-HR-WORKER-ID.
           IF WS-HRW-WORKER-ID NOT NUMERIC OR
              WS-HRW-WORKER-ID(1:3) NOT = "000" OR
              WS-HRW-WORKER-ID(4:6) = "000000"
               MOVE "M02" TO WS-HRL-REASON-CODE
               MOVE "HR WORKER ID NOT A PAYROLL ID" TO
                    WS-HRL-REASON-TEXT
           ELSE
               MOVE WS-HRW-WORKER-ID(4:6) TO WS-HRL-EMP-ID
           END-IF.

       LOAD-HR-CURRENT-IMAGE.
           MOVE WS-HRL-EMP-ID TO EMR-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "N" TO WS-HRL-ON-FILE
                   MOVE SPACES TO EMP-STATUS EMP-TAX-JURIS
                   MOVE SPACES TO EMP-FILING-STATUS
                   MOVE "USD" TO EMP-CURRENCY
               NOT INVALID KEY
                   MOVE "Y" TO WS-HRL-ON-FILE
                   PERFORM MOVE-MASTER-TO-EMPLOYEE
           END-READ.

       MAP-HR-STATUS.
           EVALUATE WS-HRW-EMPL-STATUS
               WHEN "AC"
                   MOVE "A" TO WS-HRL-STATUS
               WHEN "LU"
                   MOVE "L" TO WS-HRL-STATUS
               WHEN "LP"
                   MOVE "P" TO WS-HRL-STATUS
               WHEN "TE"
                   MOVE "T" TO WS-HRL-STATUS
               WHEN OTHER
                   MOVE SPACES TO WS-HRL-STATUS
           END-EVALUATE.

       MAP-HR-FIELDS.
           IF WS-HRW-LAST-NAME = SPACES
               MOVE "M11" TO WS-HRL-REASON-CODE
               MOVE "HR NAME MISSING" TO WS-HRL-REASON-TEXT
           END-IF
           IF HRL-MAPPED AND NOT HRL-NAME-FITS
               MOVE "M11" TO WS-HRL-REASON-CODE
               MOVE "HR NAME TOO LONG FOR PAYROLL" TO
                    WS-HRL-REASON-TEXT
           END-IF
           PERFORM MAP-HR-STATUS
           IF HRL-MAPPED AND WS-HRL-STATUS = SPACES
               MOVE "M03" TO WS-HRL-REASON-CODE
               MOVE "HR EMPLOYMENT STATUS NOT MAPPED" TO
                    WS-HRL-REASON-TEXT
           END-IF
           IF HRL-MAPPED
               MOVE WS-HRW-ORG-UNIT TO DM-DEPT-CODE
               READ DEPT-MASTER
                   INVALID KEY
                       MOVE "M04" TO WS-HRL-REASON-CODE
                       MOVE "HR ORG UNIT NOT ON DEPTMAST" TO
                            WS-HRL-REASON-TEXT
               END-READ
           END-IF
           IF HRL-MAPPED
               EVALUATE WS-HRW-PAY-GROUP
                   WHEN "WK"
                       MOVE "W" TO WS-HRL-PAY-FREQ
                       MOVE 52 TO WS-HRL-PERIODS
                   WHEN "BW"
                       MOVE "B" TO WS-HRL-PAY-FREQ
                       MOVE 26 TO WS-HRL-PERIODS
                   WHEN "MO"
                       MOVE "M" TO WS-HRL-PAY-FREQ
                       MOVE 12 TO WS-HRL-PERIODS
                   WHEN OTHER
                       MOVE "M06" TO WS-HRL-REASON-CODE
                       MOVE "HR PAY GROUP NOT MAPPED" TO
                            WS-HRL-REASON-TEXT
               END-EVALUATE
           END-IF
           IF HRL-MAPPED
               PERFORM MAP-HR-PAY
           END-IF
           IF HRL-MAPPED
               PERFORM MAP-HR-EVENT-DATES
           END-IF.

      *> HR holds salaried pay as an annual figure; payroll holds it
      *> per pay period of the worker's pay group
       MAP-HR-PAY.
           MOVE 0 TO WS-HRL-SALARY WS-HRL-HOURLY-RATE
           EVALUATE WS-HRW-COMP-BASIS
               WHEN "A"
                   MOVE "S" TO WS-HRL-PAY-TYPE
                   IF WS-HRW-ANNUAL-SALARY NOT NUMERIC
                       MOVE "M05" TO WS-HRL-REASON-CODE
                   ELSE
                       IF WS-HRW-ANNUAL-SALARY = 0
                           MOVE "M05" TO WS-HRL-REASON-CODE
                       ELSE
                           COMPUTE WS-HRL-SALARY ROUNDED =
                               WS-HRW-ANNUAL-SALARY / WS-HRL-PERIODS
                               ON SIZE ERROR
                                   MOVE "M05" TO WS-HRL-REASON-CODE
                           END-COMPUTE
                       END-IF
                   END-IF
               WHEN "H"
                   MOVE "H" TO WS-HRL-PAY-TYPE
                   IF WS-HRW-HOURLY-RATE NOT NUMERIC
                       MOVE "M05" TO WS-HRL-REASON-CODE
                   ELSE
                       IF WS-HRW-HOURLY-RATE = 0 OR
                          WS-HRW-HOURLY-RATE > 9999.99
                           MOVE "M05" TO WS-HRL-REASON-CODE
                       ELSE
                           MOVE WS-HRW-HOURLY-RATE TO
                                WS-HRL-HOURLY-RATE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "M05" TO WS-HRL-REASON-CODE
           END-EVALUATE
           IF NOT HRL-MAPPED
               MOVE "HR PAY BASIS OR AMOUNT NOT MAPPED" TO
                    WS-HRL-REASON-TEXT
           END-IF.

       MAP-HR-EVENT-DATES.
           MOVE WS-HRW-HIRE-DATE TO WS-HRL-DATE-IN
           PERFORM MAP-HR-DATE
           MOVE WS-HRL-DATE-OUT TO WS-HRL-HIRE-DATE
           MOVE WS-HRL-DATE-GIVEN TO WS-HRL-HIRE-GIVEN
           IF NOT HRL-DATE-OK
               MOVE "M07" TO WS-HRL-REASON-CODE
           END-IF
           MOVE WS-HRW-TERM-DATE TO WS-HRL-DATE-IN
           PERFORM MAP-HR-DATE
           MOVE WS-HRL-DATE-OUT TO WS-HRL-TERM-DATE
           MOVE WS-HRL-DATE-GIVEN TO WS-HRL-TERM-GIVEN
           IF NOT HRL-DATE-OK
               MOVE "M07" TO WS-HRL-REASON-CODE
           END-IF
           MOVE WS-HRW-EFF-DATE TO WS-HRL-DATE-IN
           PERFORM MAP-HR-DATE
           MOVE WS-HRL-DATE-OUT TO WS-HRL-EFF-DATE
           MOVE WS-HRL-DATE-GIVEN TO WS-HRL-EFF-GIVEN
           IF NOT HRL-DATE-OK
               MOVE "M07" TO WS-HRL-REASON-CODE
           END-IF
           IF NOT HRL-MAPPED
               MOVE "HR DATE NOT A VALID YYYY-MM-DD" TO
                    WS-HRL-REASON-TEXT
           END-IF.

      *> The event must agree with the worker's standing on EMPMAST
      *> and with the status and dates HR sent alongside it. A
      *> rehire of someone still on file reinstates the old record
      *> and clears the term date. Only RH brings a terminated worker
      *> back and only TM terminates, so no other event can leave an
      *> active worker with a term date or a terminated one without.
       CHECK-HR-EVENT.
           MOVE "U" TO WS-HRL-ACTION
           MOVE "N" TO WS-HRL-CLEAR-TERM
           EVALUATE WS-HRW-EVENT
               WHEN "NH"
                   MOVE "A" TO WS-HRL-ACTION
                   IF HRL-ON-FILE
                       MOVE "M08" TO WS-HRL-REASON-CODE
                       MOVE "HR NEW HIRE ALREADY ON EMPMAST" TO
                            WS-HRL-REASON-TEXT
                   ELSE
                       IF WS-HRL-STATUS NOT = "A" OR
                          NOT HRL-HIRE-GIVEN
                           MOVE "M10" TO WS-HRL-REASON-CODE
                       END-IF
                   END-IF
               WHEN "RH"
                   IF WS-HRL-STATUS NOT = "A" OR NOT HRL-HIRE-GIVEN
                       MOVE "M10" TO WS-HRL-REASON-CODE
                   ELSE
                       IF NOT HRL-ON-FILE
                           MOVE "A" TO WS-HRL-ACTION
                       ELSE
                           IF EMP-TERMINATED
                               MOVE "Y" TO WS-HRL-CLEAR-TERM
                           ELSE
                               MOVE "M12" TO WS-HRL-REASON-CODE
                               MOVE "HR REHIRE OF ACTIVE WORKER" TO
                                    WS-HRL-REASON-TEXT
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   IF NOT HRL-ON-FILE
                       MOVE "M09" TO WS-HRL-REASON-CODE
                       MOVE "HR WORKER NOT ON EMPMAST" TO
                            WS-HRL-REASON-TEXT
                   ELSE
                       EVALUATE TRUE
                           WHEN EMP-TERMINATED AND
                                WS-HRW-EVENT NOT = "TM"
                               MOVE "M10" TO WS-HRL-REASON-CODE
                           WHEN WS-HRL-STATUS = "T" AND
                                WS-HRW-EVENT NOT = "TM"
                               MOVE "M10" TO WS-HRL-REASON-CODE
                           WHEN WS-HRW-EVENT = "TM" AND
                                (WS-HRL-STATUS NOT = "T" OR
                                 NOT HRL-TERM-GIVEN)
                               MOVE "M10" TO WS-HRL-REASON-CODE
                           WHEN WS-HRW-EVENT = "LA" AND
                                WS-HRL-STATUS NOT = "L" AND
                                WS-HRL-STATUS NOT = "P"
                               MOVE "M10" TO WS-HRL-REASON-CODE
                           WHEN WS-HRW-EVENT = "RL" AND
                                WS-HRL-STATUS NOT = "A"
                               MOVE "M10" TO WS-HRL-REASON-CODE
                       END-EVALUATE
                   END-IF
           END-EVALUATE
           IF WS-HRL-REASON-CODE = "M10"
               MOVE "HR EVENT DOES NOT FIT STATUS OR DATES" TO
                    WS-HRL-REASON-TEXT
           END-IF.

      *> Blank dates stay blank so MAINTAIN leaves them alone; tax
      *> jurisdiction and filing status travel as a pair, the one HR
      *> left blank taken from the master
       WRITE-HR-TRANSACTION.
           MOVE SPACES TO TRANS-RECORD
           MOVE WS-HRL-ACTION TO TRANS-ACTION-CODE
           MOVE WS-HRL-EMP-ID TO TRANS-EMP-ID
           MOVE WS-HRL-NAME TO TRANS-EMP-NAME
           MOVE WS-HRL-SALARY TO TRANS-EMP-SALARY
           MOVE WS-HRW-ORG-UNIT TO TRANS-EMP-DEPT
           MOVE WS-HRW-CURRENCY TO TRANS-EMP-CURRENCY
           IF WS-HRW-CURRENCY = SPACES
               MOVE EMP-CURRENCY TO TRANS-EMP-CURRENCY
           END-IF
           MOVE WS-HRL-STATUS TO TRANS-EMP-STATUS
           IF HRL-HIRE-GIVEN
               MOVE WS-HRL-HIRE-DATE TO TRANS-HIRE-DATE
           END-IF
           IF HRL-CLEAR-TERM
               MOVE 0 TO TRANS-TERM-DATE
           ELSE
               IF HRL-TERM-GIVEN
                   MOVE WS-HRL-TERM-DATE TO TRANS-TERM-DATE
               END-IF
           END-IF
           IF WS-HRW-WORK-STATE NOT = SPACES OR
              WS-HRW-FILING-STATUS NOT = SPACES
               MOVE WS-HRW-WORK-STATE TO TRANS-TAX-JURIS
               IF WS-HRW-WORK-STATE = SPACES
                   MOVE EMP-TAX-JURIS TO TRANS-TAX-JURIS
               END-IF
               MOVE WS-HRW-FILING-STATUS TO TRANS-FILING-STATUS
               IF WS-HRW-FILING-STATUS = SPACES
                   MOVE EMP-FILING-STATUS TO TRANS-FILING-STATUS
               END-IF
           END-IF
           MOVE WS-HRL-PAY-TYPE TO TRANS-PAY-TYPE
           MOVE WS-HRL-HOURLY-RATE TO TRANS-HOURLY-RATE
           IF HRL-EFF-GIVEN
               MOVE WS-HRL-EFF-DATE TO TRANS-EFF-DATE
           END-IF
           MOVE WS-HRL-PAY-FREQ TO TRANS-PAY-FREQ
           WRITE TRANS-RECORD
           ADD 1 TO WS-HRL-TRANS-COUNT
           ADD TRANS-EMP-SALARY TO WS-HRL-SALARY-HASH
           IF WS-HRL-ACTION = "A"
               ADD 1 TO WS-HRL-ADD-COUNT
           ELSE
               ADD 1 TO WS-HRL-UPDATE-COUNT
           END-IF
      *> Later events for this worker in the same file see the
      *> employee as this transaction will leave them
           MOVE "Y" TO WS-HRL-ON-FILE
           MOVE TRANS-EMP-STATUS TO EMP-STATUS
           MOVE TRANS-EMP-CURRENCY TO EMP-CURRENCY
           IF TRANS-TAX-JURIS NOT = SPACES
               MOVE TRANS-TAX-JURIS TO EMP-TAX-JURIS
               MOVE TRANS-FILING-STATUS TO EMP-FILING-STATUS
           END-IF.

       WRITE-HR-MAPPING-REJECT.
           MOVE WS-HRW-WORKER-ID TO WS-HMRL-WORKER-ID
           MOVE WS-HRW-EVENT TO WS-HMRL-EVENT
           MOVE WS-HRL-NAME TO WS-HMRL-NAME
           MOVE WS-HRW-ORG-UNIT TO WS-HMRL-ORG-UNIT
           MOVE WS-HRL-REASON-CODE TO WS-HMRL-CODE
           MOVE WS-HRL-REASON-TEXT TO WS-HMRL-TEXT
           WRITE HMR-PRINT-LINE FROM WS-HMR-LINE
           ADD 1 TO WS-HRL-REJECT-COUNT.

       WRITE-HR-BATCH-TRAILER.
           MOVE SPACES TO TRANS-RECORD
           MOVE "T" TO TRANS-TRL-TYPE
           MOVE WS-HRL-TRANS-COUNT TO TRANS-TRL-COUNT
           MOVE WS-HRL-SALARY-HASH TO TRANS-TRL-HASH
           WRITE TRANS-TRAILER-RECORD.

       WRITE-HR-MAPPING-TOTALS.
           MOVE SPACES TO HMR-PRINT-LINE
           WRITE HMR-PRINT-LINE
           IF WS-HRL-REJECT-COUNT = 0
               MOVE "NO HR CHANGES REJECTED" TO WS-HMRN-TEXT
               WRITE HMR-PRINT-LINE FROM WS-HMR-NOTE-LINE
               MOVE SPACES TO HMR-PRINT-LINE
               WRITE HMR-PRINT-LINE
           END-IF
           MOVE "HR CHANGE RECORDS READ" TO WS-HMRC-LABEL
           MOVE WS-HRL-READ-COUNT TO WS-HMRC-COUNT
           WRITE HMR-PRINT-LINE FROM WS-HMR-COUNT-LINE
           MOVE "ADDS WRITTEN TO EMPTRANS" TO WS-HMRC-LABEL
           MOVE WS-HRL-ADD-COUNT TO WS-HMRC-COUNT
           WRITE HMR-PRINT-LINE FROM WS-HMR-COUNT-LINE
           MOVE "UPDATES WRITTEN TO EMPTRANS" TO WS-HMRC-LABEL
           MOVE WS-HRL-UPDATE-COUNT TO WS-HMRC-COUNT
           WRITE HMR-PRINT-LINE FROM WS-HMR-COUNT-LINE
           MOVE "HR CHANGES REJECTED" TO WS-HMRC-LABEL
           MOVE WS-HRL-REJECT-COUNT TO WS-HMRC-COUNT
           WRITE HMR-PRINT-LINE FROM WS-HMR-COUNT-LINE
           MOVE "EMPTRANS TRAILER COUNT" TO WS-HMRC-LABEL
           MOVE WS-HRL-TRANS-COUNT TO WS-HMRC-COUNT
           WRITE HMR-PRINT-LINE FROM WS-HMR-COUNT-LINE
           MOVE WS-HRL-SALARY-HASH TO WS-HMRT-HASH
           WRITE HMR-PRINT-LINE FROM WS-HMR-HASH-LINE.

      *> Weekly roster compare: HR's full roster match-merged
      *> against EMPMAST in employee order. Lists who is on one side
      *> only and where status, department, pay, hire date or term
      *> date disagree, so the difference is settled before it
      *> reaches a pay run. Read-only; RETURN-CODE 4 when anything
      *> is listed.
       COMPARE-HR-ROSTER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-EMP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT HR-COMPARE-REPORT
           IF WS-HCP-FILE-STATUS NOT = "00"
               MOVE "HR-COMPARE-REPORT" TO WS-ABEND-FILE-NAME
               MOVE WS-HCP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           SORT SORT-HR-FILE
               ON ASCENDING KEY SHR-WORKER-ID
               ON ASCENDING KEY SHR-SEQ
               INPUT PROCEDURE IS RELEASE-HR-FEED
               OUTPUT PROCEDURE IS MATCH-HR-ROSTER
           IF HRF-OK
               PERFORM WRITE-HR-COMPARE-TOTALS
               IF WS-HRC-DIFF-COUNT > 0
                   DISPLAY "HR COMPARE - " WS-HRC-DIFF-COUNT
                           " DIFFERENCES LISTED ON HRCMPRPT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "HR ROSTER REFUSED - " WS-HRF-ERROR-TEXT
               MOVE SPACES TO WS-HMRN-TEXT
               STRING "HR ROSTER REFUSED - " DELIMITED BY SIZE
                      WS-HRF-ERROR-TEXT DELIMITED BY SIZE
                      INTO WS-HMRN-TEXT
               END-STRING
               WRITE HCP-PRINT-LINE FROM WS-HMR-NOTE-LINE
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE EMPLOYEE-MASTER
           CLOSE HR-COMPARE-REPORT.

       MATCH-HR-ROSTER.
           MOVE WS-HRF-FILE-DATE TO WS-HCPH-FILE-DATE
           MOVE WS-RUN-DATE TO WS-HCPH-RUN-DATE
           WRITE HCP-PRINT-LINE FROM WS-HCP-HEADING
           WRITE HCP-PRINT-LINE FROM WS-HCP-COLUMNS
           IF HRF-OK
               MOVE 0 TO WS-HRC-LAST-ID
               MOVE SPACES TO WS-HRC-DIFF-ID
               MOVE "N" TO WS-EOF-EMPLOYEE
               PERFORM READ-EMPLOYEE-MASTER
               MOVE "N" TO WS-EOF-SORT-HR
               PERFORM UNTIL EOF-SORT-HR
                   RETURN SORT-HR-FILE
                       AT END
                           SET EOF-SORT-HR TO TRUE
                       NOT AT END
                           PERFORM COMPARE-ONE-HR-WORKER
                   END-RETURN
               END-PERFORM
               PERFORM UNTIL EOF-EMPLOYEE
                   PERFORM LIST-PAYROLL-ONLY-EMPLOYEE
                   PERFORM READ-EMPLOYEE-MASTER
               END-PERFORM
           END-IF.

      *> Master records keyed below the roster worker in hand are
      *> not on the roster at all
       COMPARE-ONE-HR-WORKER.
           MOVE SHR-DATA TO WS-HRW-RECORD
           ADD 1 TO WS-HRC-ROSTER-COUNT
           MOVE SPACES TO WS-HRL-REASON-CODE
           PERFORM BUILD-HR-NAME
           PERFORM MAP-HR-WORKER-ID
           IF NOT HRL-MAPPED
               MOVE WS-HRW-WORKER-ID TO WS-HCPL-ID
               MOVE WS-HRL-NAME TO WS-HCPL-NAME
               MOVE "HR ID NOT A PAYROLL ID" TO WS-HCPL-DIFF
               MOVE SPACES TO WS-HCPL-PAYROLL
               MOVE WS-HRW-WORKER-ID TO WS-HCPL-HR
               PERFORM WRITE-HR-COMPARE-LINE
           ELSE
               IF WS-HRL-EMP-ID = WS-HRC-LAST-ID
                   MOVE WS-HRL-EMP-ID TO WS-HCPL-ID
                   MOVE WS-HRL-NAME TO WS-HCPL-NAME
                   MOVE "DUPLICATE ON HR ROSTER" TO WS-HCPL-DIFF
                   MOVE SPACES TO WS-HCPL-PAYROLL
                   MOVE WS-HRW-WORKER-ID TO WS-HCPL-HR
                   PERFORM WRITE-HR-COMPARE-LINE
               ELSE
                   MOVE WS-HRL-EMP-ID TO WS-HRC-LAST-ID
                   PERFORM UNTIL EOF-EMPLOYEE OR
                                 EMP-ID NOT < WS-HRL-EMP-ID
                       PERFORM LIST-PAYROLL-ONLY-EMPLOYEE
                       PERFORM READ-EMPLOYEE-MASTER
                   END-PERFORM
                   IF NOT EOF-EMPLOYEE AND EMP-ID = WS-HRL-EMP-ID
                       ADD 1 TO WS-HRC-MATCHED-COUNT
                       PERFORM COMPARE-HR-WORKER-FIELDS
                       PERFORM READ-EMPLOYEE-MASTER
                   ELSE
                       PERFORM LIST-HR-ONLY-WORKER
                   END-IF
               END-IF
           END-IF.

      *> A termination one side has already purged is expected to be
      *> missing from the other, so it is counted and not listed
       LIST-PAYROLL-ONLY-EMPLOYEE.
           IF EMP-TERMINATED
               ADD 1 TO WS-HRC-PURGED-COUNT
           ELSE
               ADD 1 TO WS-HRC-PAY-ONLY-COUNT
               MOVE EMP-ID TO WS-HCPL-ID
               MOVE EMP-NAME TO WS-HCPL-NAME
               MOVE "ON EMPMAST ONLY" TO WS-HCPL-DIFF
               MOVE EMP-DEPT TO WS-HCPL-PAYROLL
               MOVE SPACES TO WS-HCPL-HR
               PERFORM WRITE-HR-COMPARE-LINE
           END-IF.

       LIST-HR-ONLY-WORKER.
           IF WS-HRW-EMPL-STATUS = "TE"
               ADD 1 TO WS-HRC-PURGED-COUNT
           ELSE
               ADD 1 TO WS-HRC-HR-ONLY-COUNT
               MOVE WS-HRL-EMP-ID TO WS-HCPL-ID
               MOVE WS-HRL-NAME TO WS-HCPL-NAME
               MOVE "ON HR ROSTER ONLY" TO WS-HCPL-DIFF
               MOVE SPACES TO WS-HCPL-PAYROLL
               MOVE WS-HRW-ORG-UNIT TO WS-HCPL-HR
               PERFORM WRITE-HR-COMPARE-LINE
           END-IF.

      *> Each field is mapped the way HRLOAD maps it before it is
      *> compared, so a difference here is one a change file would
      *> actually carry
       COMPARE-HR-WORKER-FIELDS.
           MOVE EMP-ID TO WS-HCPL-ID
           MOVE EMP-NAME TO WS-HCPL-NAME
           PERFORM MAP-HR-STATUS
           IF WS-HRL-STATUS = SPACES
               MOVE "HR STATUS NOT MAPPABLE" TO WS-HCPL-DIFF
               MOVE EMP-STATUS TO WS-HCPL-PAYROLL
               MOVE WS-HRW-EMPL-STATUS TO WS-HCPL-HR
               PERFORM WRITE-HR-COMPARE-LINE
           ELSE
               IF WS-HRL-STATUS NOT = EMP-STATUS
                   MOVE "STATUS" TO WS-HCPL-DIFF
                   MOVE EMP-STATUS TO WS-HCPL-PAYROLL
                   MOVE WS-HRW-EMPL-STATUS TO WS-HCPL-HR
                   PERFORM WRITE-HR-COMPARE-LINE
               END-IF
           END-IF
           IF WS-HRW-ORG-UNIT NOT = EMP-DEPT
               MOVE "DEPARTMENT" TO WS-HCPL-DIFF
               MOVE EMP-DEPT TO WS-HCPL-PAYROLL
               MOVE WS-HRW-ORG-UNIT TO WS-HCPL-HR
               PERFORM WRITE-HR-COMPARE-LINE
           END-IF
           PERFORM COMPARE-HR-WORKER-PAY
           MOVE WS-HRW-HIRE-DATE TO WS-HRL-DATE-IN
           PERFORM MAP-HR-DATE
           IF NOT HRL-DATE-OK
               MOVE "HR HIRE DATE NOT MAPPABLE" TO WS-HCPL-DIFF
               MOVE EMP-HIRE-DATE TO WS-HCPL-PAYROLL
               MOVE WS-HRW-HIRE-DATE TO WS-HCPL-HR
               PERFORM WRITE-HR-COMPARE-LINE
           ELSE
               IF WS-HRL-DATE-OUT NOT = EMP-HIRE-DATE
                   MOVE "HIRE DATE" TO WS-HCPL-DIFF
                   MOVE EMP-HIRE-DATE TO WS-HCPL-PAYROLL
                   MOVE WS-HRL-DATE-OUT TO WS-HCPL-HR
                   PERFORM WRITE-HR-COMPARE-LINE
               END-IF
           END-IF
           MOVE WS-HRW-TERM-DATE TO WS-HRL-DATE-IN
           PERFORM MAP-HR-DATE
           IF NOT HRL-DATE-OK
               MOVE "HR TERM DATE NOT MAPPABLE" TO WS-HCPL-DIFF
               MOVE EMP-TERM-DATE TO WS-HCPL-PAYROLL
               MOVE WS-HRW-TERM-DATE TO WS-HCPL-HR
               PERFORM WRITE-HR-COMPARE-LINE
           ELSE
               IF WS-HRL-DATE-OUT NOT = EMP-TERM-DATE
                   MOVE "TERM DATE" TO WS-HCPL-DIFF
                   MOVE EMP-TERM-DATE TO WS-HCPL-PAYROLL
                   MOVE WS-HRL-DATE-OUT TO WS-HCPL-HR
                   PERFORM WRITE-HR-COMPARE-LINE
               END-IF
           END-IF.

      *> Salaried pay compares per period at the payroll pay
      *> frequency, exactly as HRLOAD would store it, and is shown
      *> annualized on both sides since that is how HR quotes it
       COMPARE-HR-WORKER-PAY.
           EVALUATE WS-HRW-COMP-BASIS
               WHEN "A"
                   IF WS-HRW-ANNUAL-SALARY NOT NUMERIC
                       MOVE "HR PAY NOT MAPPABLE" TO WS-HCPL-DIFF
                       MOVE SPACES TO WS-HCPL-PAYROLL
                       MOVE WS-HRW-COMP-BASIS TO WS-HCPL-HR
                       PERFORM WRITE-HR-COMPARE-LINE
                   ELSE
                       IF EMP-HOURLY
                           MOVE "PAY TYPE" TO WS-HCPL-DIFF
                           MOVE "HOURLY" TO WS-HCPL-PAYROLL
                           MOVE "SALARIED" TO WS-HCPL-HR
                           PERFORM WRITE-HR-COMPARE-LINE
                       ELSE
                           PERFORM COMPARE-HR-SALARY
                       END-IF
                   END-IF
               WHEN "H"
                   IF WS-HRW-HOURLY-RATE NOT NUMERIC
                       MOVE "HR PAY NOT MAPPABLE" TO WS-HCPL-DIFF
                       MOVE SPACES TO WS-HCPL-PAYROLL
                       MOVE WS-HRW-COMP-BASIS TO WS-HCPL-HR
                       PERFORM WRITE-HR-COMPARE-LINE
                   ELSE
                       IF NOT EMP-HOURLY
                           MOVE "PAY TYPE" TO WS-HCPL-DIFF
                           MOVE "SALARIED" TO WS-HCPL-PAYROLL
                           MOVE "HOURLY" TO WS-HCPL-HR
                           PERFORM WRITE-HR-COMPARE-LINE
                       ELSE
                           IF WS-HRW-HOURLY-RATE NOT = EMP-HOURLY-RATE
                               MOVE "HOURLY RATE" TO WS-HCPL-DIFF
                               MOVE EMP-HOURLY-RATE TO WS-HRC-EDIT-RATE
                               MOVE WS-HRC-EDIT-RATE TO WS-HCPL-PAYROLL
                               MOVE WS-HRW-HOURLY-RATE TO
                                    WS-HRC-EDIT-RATE
                               MOVE WS-HRC-EDIT-RATE TO WS-HCPL-HR
                               PERFORM WRITE-HR-COMPARE-LINE
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "HR PAY NOT MAPPABLE" TO WS-HCPL-DIFF
                   MOVE SPACES TO WS-HCPL-PAYROLL
                   MOVE WS-HRW-COMP-BASIS TO WS-HCPL-HR
                   PERFORM WRITE-HR-COMPARE-LINE
           END-EVALUATE.

       COMPARE-HR-SALARY.
           EVALUATE EMP-PAY-FREQ
               WHEN "W"
                   MOVE 52 TO WS-HRL-PERIODS
               WHEN "M"
                   MOVE 12 TO WS-HRL-PERIODS
               WHEN OTHER
                   MOVE 26 TO WS-HRL-PERIODS
           END-EVALUATE
           COMPUTE WS-HRC-PERIOD-PAY ROUNDED =
               WS-HRW-ANNUAL-SALARY / WS-HRL-PERIODS
               ON SIZE ERROR
                   MOVE 0 TO WS-HRC-PERIOD-PAY
           END-COMPUTE
           IF WS-HRC-PERIOD-PAY NOT = EMP-SALARY
               COMPUTE WS-HRC-PAYROLL-ANNUAL =
                   EMP-SALARY * WS-HRL-PERIODS
               MOVE "ANNUAL SALARY" TO WS-HCPL-DIFF
               MOVE WS-HRC-PAYROLL-ANNUAL TO WS-HRC-EDIT-AMOUNT
               MOVE WS-HRC-EDIT-AMOUNT TO WS-HCPL-PAYROLL
               MOVE WS-HRW-ANNUAL-SALARY TO WS-HRC-EDIT-AMOUNT
               MOVE WS-HRC-EDIT-AMOUNT TO WS-HCPL-HR
               PERFORM WRITE-HR-COMPARE-LINE
           END-IF.

       WRITE-HR-COMPARE-LINE.
           IF WS-HCPL-ID NOT = WS-HRC-DIFF-ID
               ADD 1 TO WS-HRC-EMP-DIFF-COUNT
               MOVE WS-HCPL-ID TO WS-HRC-DIFF-ID
           END-IF
           ADD 1 TO WS-HRC-DIFF-COUNT
           WRITE HCP-PRINT-LINE FROM WS-HCP-LINE.

       WRITE-HR-COMPARE-TOTALS.
           MOVE SPACES TO HCP-PRINT-LINE
           WRITE HCP-PRINT-LINE
           IF WS-HRC-DIFF-COUNT = 0
               MOVE "HR ROSTER AND EMPMAST AGREE" TO WS-HMRN-TEXT
               WRITE HCP-PRINT-LINE FROM WS-HMR-NOTE-LINE
               MOVE SPACES TO HCP-PRINT-LINE
               WRITE HCP-PRINT-LINE
           END-IF
           MOVE "HR ROSTER RECORDS READ" TO WS-HCPC-LABEL
           MOVE WS-HRC-ROSTER-COUNT TO WS-HCPC-COUNT
           WRITE HCP-PRINT-LINE FROM WS-HCP-COUNT-LINE
           MOVE "MATCHED ON EMPMAST" TO WS-HCPC-LABEL
           MOVE WS-HRC-MATCHED-COUNT TO WS-HCPC-COUNT
           WRITE HCP-PRINT-LINE FROM WS-HCP-COUNT-LINE
           MOVE "ON HR ROSTER ONLY" TO WS-HCPC-LABEL
           MOVE WS-HRC-HR-ONLY-COUNT TO WS-HCPC-COUNT
           WRITE HCP-PRINT-LINE FROM WS-HCP-COUNT-LINE
           MOVE "ON EMPMAST ONLY" TO WS-HCPC-LABEL
           MOVE WS-HRC-PAY-ONLY-COUNT TO WS-HCPC-COUNT
           WRITE HCP-PRINT-LINE FROM WS-HCP-COUNT-LINE
           MOVE "TERMINATED, ONE SIDE ONLY - NOT LISTED" TO
                WS-HCPC-LABEL
           MOVE WS-HRC-PURGED-COUNT TO WS-HCPC-COUNT
           WRITE HCP-PRINT-LINE FROM WS-HCP-COUNT-LINE
           MOVE "EMPLOYEES WITH DIFFERENCES" TO WS-HCPC-LABEL
           MOVE WS-HRC-EMP-DIFF-COUNT TO WS-HCPC-COUNT
           WRITE HCP-PRINT-LINE FROM WS-HCP-COUNT-LINE
           MOVE "DIFFERENCES LISTED" TO WS-HCPC-LABEL
           MOVE WS-HRC-DIFF-COUNT TO WS-HCPC-COUNT
           WRITE HCP-PRINT-LINE FROM WS-HCP-COUNT-LINE.

      *> INQUIRY mode: a six-digit numeric argument is an employee
      *> id, anything else a department code; the report carries the
      *> master profile, DEPT-MASTER name and band, and every audit
      *> record whose before or after image touches the inquiry key
       RUN-INQUIRY.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-EMP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-FILE-STATUS NOT = "00"
               MOVE "DEPT-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-DEPT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT INQUIRY-REPORT
           IF WS-INQ-FILE-STATUS NOT = "00"
               MOVE "INQUIRY-REPORT" TO WS-ABEND-FILE-NAME
               MOVE WS-INQ-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           IF WS-PARM-ARG(1:6) NUMERIC AND
              WS-PARM-ARG(7:4) = SPACES
               MOVE "Y" TO WS-INQ-BY-EMPLOYEE
               MOVE WS-PARM-ARG(1:6) TO WS-INQ-EMP-ID
           ELSE
               MOVE WS-PARM-ARG TO WS-INQ-DEPT
           END-IF
      *> A blank (or zero) key would wildcard the audit scan - the
      *> unused image of every add and delete carries blanks and
      *> zeros - so the inquiry stops here instead
           IF WS-PARM-ARG = SPACES OR
              (INQ-BY-EMPLOYEE AND WS-INQ-EMP-ID = 0)
               MOVE WS-INQ-NOT-FOUND TO INQ-PRINT-LINE
               WRITE INQ-PRINT-LINE
           ELSE
               IF INQ-BY-EMPLOYEE
                   PERFORM INQUIRE-EMPLOYEE
               ELSE
                   PERFORM INQUIRE-DEPARTMENT
               END-IF
               PERFORM PRINT-AUDIT-HISTORY
           END-IF
           CLOSE EMPLOYEE-MASTER
           CLOSE DEPT-MASTER
           CLOSE INQUIRY-REPORT
           IF NOT INQ-FOUND
               MOVE 4 TO RETURN-CODE
           END-IF.

       INQUIRE-EMPLOYEE.
           WRITE INQ-PRINT-LINE FROM WS-INQ-HEADING
           PERFORM INQUIRY-FETCH-EMPLOYEE
           IF INQ-FOUND
               IF INQ-FROM-ARCHIVE
                   MOVE WS-INQ-ARCHIVE-LINE TO INQ-PRINT-LINE
                   WRITE INQ-PRINT-LINE
               END-IF
               MOVE "EMP ID:" TO WS-INQ-LABEL
               MOVE EMR-EMP-ID TO WS-INQ-VALUE
               PERFORM WRITE-INQUIRY-LINE
               MOVE "NAME:" TO WS-INQ-LABEL
               MOVE EMR-EMP-NAME TO WS-INQ-VALUE
               PERFORM WRITE-INQUIRY-LINE
               MOVE "SALARY:" TO WS-INQ-LABEL
               MOVE EMR-EMP-SALARY TO WS-INQ-SALARY-EDIT
               MOVE WS-INQ-SALARY-EDIT TO WS-INQ-VALUE
               PERFORM WRITE-INQUIRY-LINE
               MOVE "CURRENCY:" TO WS-INQ-LABEL
               MOVE EMR-EMP-CURRENCY TO WS-INQ-VALUE
               PERFORM WRITE-INQUIRY-LINE
               MOVE "STATUS:" TO WS-INQ-LABEL
               MOVE EMR-EMP-STATUS TO WS-INQ-VALUE
               PERFORM WRITE-INQUIRY-LINE
               MOVE "HIRE DATE:" TO WS-INQ-LABEL
               MOVE EMR-HIRE-DATE TO WS-INQ-VALUE
               PERFORM WRITE-INQUIRY-LINE
               MOVE "TERM DATE:" TO WS-INQ-LABEL
               MOVE EMR-TERM-DATE TO WS-INQ-VALUE
               PERFORM WRITE-INQUIRY-LINE
               MOVE "PAY TYPE:" TO WS-INQ-LABEL
               MOVE EMR-PAY-TYPE TO WS-INQ-VALUE
               PERFORM WRITE-INQUIRY-LINE
               MOVE "PAY FREQUENCY:" TO WS-INQ-LABEL
               MOVE EMR-PAY-FREQ TO WS-INQ-VALUE
               PERFORM WRITE-INQUIRY-LINE
               IF EMR-PAY-TYPE = "H"
                   MOVE "HOURLY RATE:" TO WS-INQ-LABEL
                   MOVE EMR-HOURLY-RATE TO WS-INQ-SALARY-EDIT
                   MOVE WS-INQ-SALARY-EDIT TO WS-INQ-VALUE
                   PERFORM WRITE-INQUIRY-LINE
               END-IF
               MOVE "TAX JURIS:" TO WS-INQ-LABEL
               MOVE EMR-TAX-JURIS TO WS-INQ-VALUE
               PERFORM WRITE-INQUIRY-LINE
               MOVE "FILING STATUS:" TO WS-INQ-LABEL
               MOVE EMR-FILING-STATUS TO WS-INQ-VALUE
               PERFORM WRITE-INQUIRY-LINE
               MOVE EMR-EMP-DEPT TO EMP-DEPT
               PERFORM WRITE-DEPT-PROFILE
           ELSE
               MOVE WS-INQ-NOT-FOUND TO INQ-PRINT-LINE
               WRITE INQ-PRINT-LINE
           END-IF.

       INQUIRY-FETCH-EMPLOYEE.
           MOVE WS-INQ-EMP-ID TO EMR-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
      *> Not on the live master - a purged employee answers from
      *> the archive instead of "not on file"
                   PERFORM FETCH-ARCHIVED-EMPLOYEE
               NOT INVALID KEY
                   MOVE "Y" TO WS-INQ-FOUND
           END-READ.

      *> Scans the purge archive for the employee's master image;
      *> the last E record wins so repeated purge runs keep
      *> answering with the latest snapshot. A missing archive just
      *> means no one has ever been purged.
       FETCH-ARCHIVED-EMPLOYEE.
           MOVE "N" TO WS-INQ-FOUND
           MOVE "N" TO WS-INQ-FROM-ARCHIVE
           MOVE "N" TO WS-EOF-ARCHIVE
           MOVE WS-INQ-EMP-ID TO WS-ARCH-KEY
           OPEN INPUT EMPLOYEE-ARCHIVE
           EVALUATE WS-ARCHE-FILE-STATUS
               WHEN "00"
               WHEN "05"
                   PERFORM UNTIL EOF-ARCHIVE
                       READ EMPLOYEE-ARCHIVE INTO WS-ARCHIVE-RECORD
                           AT END
                               SET EOF-ARCHIVE TO TRUE
                           NOT AT END
                               IF WS-ARCHR-TYPE = "E" AND
                                  WS-ARCHR-DATA(1:6) = WS-ARCH-KEY
                                   MOVE WS-ARCHR-DATA TO
                                        EMP-MASTER-RECORD
                                   MOVE "Y" TO WS-INQ-FOUND
                                   MOVE "Y" TO WS-INQ-FROM-ARCHIVE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYEE-ARCHIVE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "EMPLOYEE-ARCHIVE" TO WS-ABEND-FILE-NAME
                   MOVE WS-ARCHE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM ABEND-ON-OPEN-ERROR
           END-EVALUATE.

      *> Department name, cost center, and salary band come off
      *> DEPT-MASTER so the inquiry answers the band question the
      *> register would ask
       WRITE-DEPT-PROFILE.
           MOVE SPACES TO WS-CURRENT-DEPT-NAME
           PERFORM LOOKUP-DEPT-MASTER
           MOVE "DEPARTMENT:" TO WS-INQ-LABEL
           MOVE SPACES TO WS-INQ-VALUE
           STRING EMP-DEPT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CURRENT-DEPT-NAME DELIMITED BY SIZE
                  INTO WS-INQ-VALUE
           END-STRING
           PERFORM WRITE-INQUIRY-LINE
      *> A department missing from DEPT-MASTER is reported as such
      *> rather than printed as a real zero band
           IF DEPT-FOUND
               MOVE "COST CENTER:" TO WS-INQ-LABEL
               MOVE WS-CURRENT-COST-CENTER TO WS-INQ-VALUE
               PERFORM WRITE-INQUIRY-LINE
               MOVE "SALARY BAND:" TO WS-INQ-LABEL
               MOVE SPACES TO WS-INQ-VALUE
               MOVE WS-CURRENT-DEPT-MIN-SALARY TO WS-INQ-SALARY-EDIT
               MOVE WS-INQ-SALARY-EDIT TO WS-INQ-VALUE(1:12)
               MOVE " TO " TO WS-INQ-VALUE(14:4)
               MOVE WS-CURRENT-DEPT-MAX-SALARY TO WS-INQ-SALARY-EDIT
               MOVE WS-INQ-SALARY-EDIT TO WS-INQ-VALUE(19:12)
               PERFORM WRITE-INQUIRY-LINE
           ELSE
               MOVE WS-INQ-NOT-FOUND TO INQ-PRINT-LINE
               WRITE INQ-PRINT-LINE
           END-IF.

       INQUIRE-DEPARTMENT.
           WRITE INQ-PRINT-LINE FROM WS-INQ-DEPT-HEADING
           MOVE WS-INQ-DEPT TO EMP-DEPT
           PERFORM WRITE-DEPT-PROFILE
           IF DEPT-FOUND
               MOVE "Y" TO WS-INQ-FOUND
               PERFORM READ-EMPLOYEE-MASTER
               PERFORM UNTIL EOF-EMPLOYEE
                   IF EMP-DEPT = WS-INQ-DEPT
                       MOVE "EMPLOYEE:" TO WS-INQ-IMG-LABEL
                       MOVE EMP-ID TO WS-INQ-IMG-ID
                       MOVE EMP-NAME TO WS-INQ-IMG-NAME
                       MOVE EMP-SALARY TO WS-INQ-SALARY-EDIT
                       MOVE WS-INQ-SALARY-EDIT TO WS-INQ-IMG-SALARY
                       MOVE EMP-DEPT TO WS-INQ-IMG-DEPT
                       MOVE EMP-STATUS TO WS-INQ-IMG-STATUS
                       MOVE EMP-TERM-DATE TO WS-INQ-IMG-TERM
                       WRITE INQ-PRINT-LINE FROM WS-INQ-IMAGE-LINE
                   END-IF
                   PERFORM READ-EMPLOYEE-MASTER
               END-PERFORM
           END-IF.

       WRITE-INQUIRY-LINE.
           WRITE INQ-PRINT-LINE FROM WS-INQ-DETAIL-LINE.

      *> Scans the whole audit trail and prints every record whose
      *> before or after image matches the inquiry key, with the
      *> date, time, and operator that made the change
       PRINT-AUDIT-HISTORY.
           WRITE INQ-PRINT-LINE FROM WS-INQ-HISTORY-HEADING
           OPEN INPUT AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE WS-INQ-NO-HISTORY TO INQ-PRINT-LINE
               WRITE INQ-PRINT-LINE
           ELSE
               PERFORM UNTIL EOF-AUDIT-IN
                   READ AUDIT-TRAIL INTO WS-AUDIT-LINE
                       AT END
                           SET EOF-AUDIT-IN TO TRUE
                       NOT AT END
                           PERFORM CHECK-AUDIT-MATCH
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
               IF WS-INQ-AUDIT-COUNT = 0
                   MOVE WS-INQ-NO-HISTORY TO INQ-PRINT-LINE
                   WRITE INQ-PRINT-LINE
               END-IF
           END-IF.

       CHECK-AUDIT-MATCH.
           IF INQ-BY-EMPLOYEE
               IF (WS-AUD-LINE-BEFORE-ID NUMERIC AND
                   WS-AUD-LINE-BEFORE-ID = WS-INQ-EMP-ID) OR
                  (WS-AUD-LINE-AFTER-ID NUMERIC AND
                   WS-AUD-LINE-AFTER-ID = WS-INQ-EMP-ID)
                   PERFORM WRITE-AUDIT-MATCH
               END-IF
           ELSE
               IF WS-AUD-LINE-BEFORE-DEPT = WS-INQ-DEPT OR
                  WS-AUD-LINE-AFTER-DEPT = WS-INQ-DEPT
                   PERFORM WRITE-AUDIT-MATCH
               END-IF
           END-IF.

       WRITE-AUDIT-MATCH.
           PERFORM FORMAT-AUDIT-HDR-LINE
           WRITE INQ-PRINT-LINE FROM WS-INQ-AUDIT-HDR-LINE
           PERFORM FORMAT-AUDIT-BEFORE-IMAGE
           WRITE INQ-PRINT-LINE FROM WS-INQ-IMAGE-LINE
           PERFORM FORMAT-AUDIT-AFTER-IMAGE
           WRITE INQ-PRINT-LINE FROM WS-INQ-IMAGE-LINE
           ADD 1 TO WS-INQ-AUDIT-COUNT.

      *> Shared formatting for the inquiry and audit-activity
      *> reports: one place owns how a raw log record becomes the
      *> three printed lines
       FORMAT-AUDIT-HDR-LINE.
           MOVE WS-AUD-ACTION TO WS-INQ-AH-ACTION
           MOVE WS-AUD-DATE TO WS-INQ-AH-DATE
           MOVE WS-AUD-TIME TO WS-INQ-AH-TIME
           MOVE WS-AUD-OPERATOR TO WS-INQ-AH-OPERATOR.

       FORMAT-AUDIT-BEFORE-IMAGE.
           MOVE "  BEFORE:" TO WS-INQ-IMG-LABEL
           MOVE WS-AUD-LINE-BEFORE-ID TO WS-INQ-IMG-ID
           MOVE WS-AUD-LINE-BEFORE-NAME TO WS-INQ-IMG-NAME
           MOVE WS-AUD-LINE-BEFORE-SALARY TO WS-INQ-IMG-SALARY
           MOVE WS-AUD-LINE-BEFORE-DEPT TO WS-INQ-IMG-DEPT
           MOVE WS-AUD-LINE-BEFORE-STATUS TO WS-INQ-IMG-STATUS
           MOVE WS-AUD-LINE-BEFORE-TERM TO WS-INQ-IMG-TERM.

       FORMAT-AUDIT-AFTER-IMAGE.
           MOVE "   AFTER:" TO WS-INQ-IMG-LABEL
           MOVE WS-AUD-LINE-AFTER-ID TO WS-INQ-IMG-ID
           MOVE WS-AUD-LINE-AFTER-NAME TO WS-INQ-IMG-NAME
           MOVE WS-AUD-LINE-AFTER-SALARY TO WS-INQ-IMG-SALARY
           MOVE WS-AUD-LINE-AFTER-DEPT TO WS-INQ-IMG-DEPT
           MOVE WS-AUD-LINE-AFTER-STATUS TO WS-INQ-IMG-STATUS
           MOVE WS-AUD-LINE-AFTER-TERM TO WS-INQ-IMG-TERM.

      *> AUDITRPT mode mainline: read the selection card, scan the
      *> whole audit trail, report matching records formatted with
      *> their before/after images, total activity per operator per
      *> day, and - when the card asks - cut the reported-on records
      *> off to the archive, rewriting the live log without them
       PRINT-AUDIT-ACTIVITY.
           PERFORM READ-AUDIT-SELECTION
           OPEN INPUT AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE "AUDIT-TRAIL" TO WS-ABEND-FILE-NAME
               MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT AUDIT-REPORT
           IF WS-ARPT-FILE-STATUS NOT = "00"
               MOVE "AUDIT-REPORT" TO WS-ABEND-FILE-NAME
               MOVE WS-ARPT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           IF ARCHIVE-MODE
               OPEN OUTPUT AUDIT-ARCHIVE
               IF WS-ARCH-FILE-STATUS NOT = "00"
                   MOVE "AUDIT-ARCHIVE" TO WS-ABEND-FILE-NAME
                   MOVE WS-ARCH-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM ABEND-ON-OPEN-ERROR
               END-IF
               OPEN OUTPUT AUDIT-NEWLOG
               IF WS-ANEW-FILE-STATUS NOT = "00"
                   MOVE "AUDIT-NEWLOG" TO WS-ABEND-FILE-NAME
                   MOVE WS-ANEW-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM ABEND-ON-OPEN-ERROR
               END-IF
           END-IF
           WRITE ARPT-PRINT-LINE FROM WS-AUDRPT-HEADING
           WRITE ARPT-PRINT-LINE FROM WS-AUDRPT-CRITERIA
      *> The scan is the sort's input procedure: each selected
      *> record is reported and released keyed by operator and day,
      *> and the output procedure tallies the activity totals on a
      *> control break - a busy month can never overflow a summary
      *> table
           SORT SORT-AUD-FILE
               ON ASCENDING KEY SA-OPERATOR
               ON ASCENDING KEY SA-DATE
               INPUT PROCEDURE IS SCAN-AUDIT-TRAIL
               OUTPUT PROCEDURE IS WRITE-AUDIT-SUMMARY
           CLOSE AUDIT-TRAIL
           CLOSE AUDIT-REPORT
      *> Condition code 1 tells the swap step the archive cut is
      *> complete; a report-only run ends 0 and the live log is
      *> never replaced
           IF ARCHIVE-MODE
               CLOSE AUDIT-ARCHIVE
               CLOSE AUDIT-NEWLOG
               MOVE 1 TO RETURN-CODE
           END-IF.

      *> Selection card: from/to dates, operator, action code, and
      *> employee id, blanks meaning no filter; column 32 Y asks for
      *> the period-end archival cut. A missing card selects the
      *> whole log and archives nothing.
       READ-AUDIT-SELECTION.
           MOVE SPACES TO WS-AUDIT-SELECT-CARD
           OPEN INPUT AUDIT-SELECT
           EVALUATE WS-ASEL-FILE-STATUS
               WHEN "00"
               WHEN "05"
                   READ AUDIT-SELECT INTO WS-AUDIT-SELECT-CARD
                       AT END
                           CONTINUE
                   END-READ
                   CLOSE AUDIT-SELECT
               WHEN "35"
      *> No selection dataset at all: report the whole log, no
      *> archive cut
                   CONTINUE
               WHEN OTHER
                   MOVE "AUDIT-SELECT" TO WS-ABEND-FILE-NAME
                   MOVE WS-ASEL-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM ABEND-ON-OPEN-ERROR
           END-EVALUATE
           IF AS-FROM-DATE NOT = SPACES AND AS-FROM-DATE NOT NUMERIC
               MOVE "FROM DATE ON SELECTION CARD BAD" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF AS-TO-DATE NOT = SPACES AND AS-TO-DATE NOT NUMERIC
               MOVE "TO DATE ON SELECTION CARD BAD" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           PERFORM NORMALIZE-SELECTION-EMP-ID
           IF AS-ARCHIVE = "Y"
               MOVE "Y" TO WS-ARCHIVE-MODE
           END-IF
           MOVE AS-FROM-DATE TO WS-ARC-FROM
           MOVE AS-TO-DATE TO WS-ARC-TO
           MOVE AS-OPERATOR TO WS-ARC-OPERATOR
           MOVE AS-ACTION TO WS-ARC-ACTION
           MOVE AS-EMP-ID TO WS-ARC-EMP
           MOVE WS-ARCHIVE-MODE TO WS-ARC-ARCHIVE.

      *> An employee id keyed without leading zeros is right-shifted
      *> and zero-filled so it compares against the zero-padded log
      *> fields; anything non-numeric after that refuses the run -
      *> a bad key silently selecting nothing (or, on an archive
      *> run, cutting nothing) is worse than stopping
       NORMALIZE-SELECTION-EMP-ID.
           IF AS-EMP-ID NOT = SPACES
               MOVE 0 TO WS-ASEL-SHIFTS
               PERFORM UNTIL AS-EMP-ID(6:1) NOT = SPACE OR
                             WS-ASEL-SHIFTS > 5
                   MOVE AS-EMP-ID TO WS-ASEL-ID-WORK
                   MOVE WS-ASEL-ID-WORK(1:5) TO AS-EMP-ID(2:5)
                   MOVE "0" TO AS-EMP-ID(1:1)
                   ADD 1 TO WS-ASEL-SHIFTS
               END-PERFORM
               IF AS-EMP-ID NOT NUMERIC
                   MOVE "EMPLOYEE ID ON SELECTION CARD BAD" TO
                        WS-RCTL-ERROR-TEXT
                   PERFORM REFUSE-RUN-CONTROL
               END-IF
           END-IF.

       SCAN-AUDIT-TRAIL.
           MOVE "N" TO WS-EOF-AUDIT-IN
           PERFORM UNTIL EOF-AUDIT-IN
               READ AUDIT-TRAIL INTO WS-AUDIT-LINE
                   AT END
                       SET EOF-AUDIT-IN TO TRUE
                   NOT AT END
                       PERFORM PROCESS-AUDIT-ACTIVITY-RECORD
               END-READ
           END-PERFORM
           IF WS-AUDSEL-COUNT = 0
               MOVE WS-AUDRPT-NONE-LINE TO ARPT-PRINT-LINE
               WRITE ARPT-PRINT-LINE
           END-IF.

       PROCESS-AUDIT-ACTIVITY-RECORD.
           PERFORM CHECK-AUDIT-SELECTION
           IF AUDSEL-MATCH
               ADD 1 TO WS-AUDSEL-COUNT
               PERFORM WRITE-AUDIT-ACTIVITY-DETAIL
               MOVE WS-AUD-OPERATOR TO SA-OPERATOR
               MOVE WS-AUD-DATE TO SA-DATE
               MOVE WS-AUD-ACTION TO SA-ACTION
               RELEASE SORT-AUD-RECORD
               IF ARCHIVE-MODE
                   WRITE ARCH-RECORD FROM WS-AUDIT-LINE
                   IF WS-ARCH-FILE-STATUS NOT = "00"
                       PERFORM ABEND-ON-ARCHIVE-WRITE
                   END-IF
               END-IF
           ELSE
               IF ARCHIVE-MODE
                   WRITE ANEW-RECORD FROM WS-AUDIT-LINE
                   IF WS-ANEW-FILE-STATUS NOT = "00"
                       PERFORM ABEND-ON-ARCHIVE-WRITE
                   END-IF
               END-IF
           END-IF.

      *> A short archive or rewritten log must never reach the swap
      *> step - losing audit records is unrecoverable once the live
      *> log is replaced
       ABEND-ON-ARCHIVE-WRITE.
           DISPLAY "FATAL: ARCHIVE WRITE FAILED - STATUS ARCH "
                   WS-ARCH-FILE-STATUS " NEWLOG " WS-ANEW-FILE-STATUS
           PERFORM RELEASE-RUN-LOCK
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       CHECK-AUDIT-SELECTION.
           MOVE "Y" TO WS-AUDSEL-MATCH
           IF AS-FROM-DATE NOT = SPACES AND
              WS-AUD-DATE < AS-FROM-DATE
               MOVE "N" TO WS-AUDSEL-MATCH
           END-IF
           IF AS-TO-DATE NOT = SPACES AND
              WS-AUD-DATE > AS-TO-DATE
               MOVE "N" TO WS-AUDSEL-MATCH
           END-IF
           IF AS-OPERATOR NOT = SPACES AND
              WS-AUD-OPERATOR NOT = AS-OPERATOR
               MOVE "N" TO WS-AUDSEL-MATCH
           END-IF
           IF AS-ACTION NOT = SPACE AND
              WS-AUD-ACTION NOT = AS-ACTION
               MOVE "N" TO WS-AUDSEL-MATCH
           END-IF
           IF AS-EMP-ID NOT = SPACES AND
              WS-AUD-LINE-BEFORE-ID NOT = AS-EMP-ID AND
              WS-AUD-LINE-AFTER-ID NOT = AS-EMP-ID
               MOVE "N" TO WS-AUDSEL-MATCH
           END-IF.

      *> The formatted detail reuses the inquiry image layouts - the
      *> same three lines a manager sees on an inquiry report
       WRITE-AUDIT-ACTIVITY-DETAIL.
           PERFORM FORMAT-AUDIT-HDR-LINE
           WRITE ARPT-PRINT-LINE FROM WS-INQ-AUDIT-HDR-LINE
           PERFORM FORMAT-AUDIT-BEFORE-IMAGE
           WRITE ARPT-PRINT-LINE FROM WS-INQ-IMAGE-LINE
           PERFORM FORMAT-AUDIT-AFTER-IMAGE
           WRITE ARPT-PRINT-LINE FROM WS-INQ-IMAGE-LINE.

      *> The sort's output procedure: selected records come back
      *> grouped by operator and day, and each break writes one
      *> totals line
       WRITE-AUDIT-SUMMARY.
           WRITE ARPT-PRINT-LINE FROM WS-AUDSUM-HEADING
           MOVE "N" TO WS-AUDSUM-STARTED
           PERFORM UNTIL EOF-AUDSORT
               RETURN SORT-AUD-FILE
                   AT END
                       SET EOF-AUDSORT TO TRUE
                   NOT AT END
                       PERFORM TALLY-AUDIT-SUMMARY
               END-RETURN
           END-PERFORM
           IF WS-AUDSUM-STARTED = "Y"
               PERFORM WRITE-AUDSUM-LINE
           END-IF
           MOVE WS-AUDSEL-COUNT TO WS-AST-COUNT
           WRITE ARPT-PRINT-LINE FROM WS-AUDSEL-TOTAL-LINE.

       TALLY-AUDIT-SUMMARY.
           IF WS-AUDSUM-STARTED = "N" OR
              SA-OPERATOR NOT = WS-SUM-OPERATOR OR
              SA-DATE NOT = WS-SUM-DATE
               IF WS-AUDSUM-STARTED = "Y"
                   PERFORM WRITE-AUDSUM-LINE
               END-IF
               MOVE "Y" TO WS-AUDSUM-STARTED
               MOVE SA-OPERATOR TO WS-SUM-OPERATOR
               MOVE SA-DATE TO WS-SUM-DATE
               MOVE 0 TO WS-SUM-ADDS
               MOVE 0 TO WS-SUM-UPDATES
               MOVE 0 TO WS-SUM-DELETES
               MOVE 0 TO WS-SUM-PURGES
               MOVE 0 TO WS-SUM-DEPTS
               MOVE 0 TO WS-SUM-BANKS
               MOVE 0 TO WS-SUM-VOIDS
               MOVE 0 TO WS-SUM-REISSUES
           END-IF
           EVALUATE SA-ACTION
               WHEN "A"
                   ADD 1 TO WS-SUM-ADDS
               WHEN "U"
                   ADD 1 TO WS-SUM-UPDATES
               WHEN "D"
                   ADD 1 TO WS-SUM-DELETES
               WHEN "P"
                   ADD 1 TO WS-SUM-PURGES
               WHEN "M"
                   ADD 1 TO WS-SUM-DEPTS
               WHEN "B"
                   ADD 1 TO WS-SUM-BANKS
               WHEN "V"
                   ADD 1 TO WS-SUM-VOIDS
               WHEN "R"
                   ADD 1 TO WS-SUM-REISSUES
           END-EVALUATE.

       WRITE-AUDSUM-LINE.
           MOVE WS-SUM-OPERATOR TO WS-ASL-OPERATOR
           MOVE WS-SUM-DATE TO WS-ASL-DATE
           MOVE WS-SUM-ADDS TO WS-ASL-ADDS
           MOVE WS-SUM-UPDATES TO WS-ASL-UPDATES
           MOVE WS-SUM-DELETES TO WS-ASL-DELETES
           MOVE WS-SUM-PURGES TO WS-ASL-PURGES
           MOVE WS-SUM-DEPTS TO WS-ASL-DEPTS
           MOVE WS-SUM-BANKS TO WS-ASL-BANKS
           MOVE WS-SUM-VOIDS TO WS-ASL-VOIDS
           MOVE WS-SUM-REISSUES TO WS-ASL-REISSUES
           WRITE ARPT-PRINT-LINE FROM WS-AUDSUM-LINE.

      *> ADJUST mode mainline: validate and load the rules file,
      *> walk EMPLOYEE-MASTER applying the matching rule to each
      *> active employee with full before/after audit images, reject
      *> any adjustment that would leave the department band, and
      *> print the sign-off report of old/new/delta
       ADJUST-SALARIES.
           PERFORM LOAD-ADJUSTMENT-RULES
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-EMP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-FILE-STATUS NOT = "00"
               MOVE "DEPT-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-DEPT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               MOVE "EXCEPTION-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-EXC-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE WS-RUN-DATE TO WS-EH-PERIOD
           MOVE WS-RUN-DATE TO WS-EH-RUN-DATE
           WRITE EXC-PRINT-LINE FROM WS-EXCEPTION-HEADING
           PERFORM LOAD-FX-RATE-TABLE
           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE "AUDIT-TRAIL" TO WS-ABEND-FILE-NAME
               MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT ADJUST-REPORT
           IF WS-ADJP-FILE-STATUS NOT = "00"
               MOVE "ADJUST-REPORT" TO WS-ABEND-FILE-NAME
               MOVE WS-ADJP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE WS-RUN-DATE TO WS-AJH-RUN-DATE
           WRITE ADJP-PRINT-LINE FROM WS-ADJRPT-HEADING
           WRITE ADJP-PRINT-LINE FROM WS-ADJRPT-COLUMNS
           PERFORM READ-EMPLOYEE-MASTER
           PERFORM UNTIL EOF-EMPLOYEE
      *> Only staff active as of the run date take the adjustment:
      *> terminated and leave records and hires not yet started keep
      *> their salaries, and a record still active past its
      *> termination date is the register's E14 data error - it is
      *> rejected here too so HR sees the raise was withheld
               IF EMP-ACTIVE
                   IF EMP-TERM-DATE NOT = 0 AND
                      EMP-TERM-DATE <= WS-RUN-DATE
                       MOVE SPACES TO WS-CURRENT-DEPT-NAME
                       MOVE "E14" TO WS-REASON-CODE
                       MOVE "ACTIVE PAST TERMINATION DATE" TO
                            WS-REASON-TEXT
                       PERFORM WRITE-ADJUSTMENT-REJECT
                   ELSE
                       IF EMP-HIRE-DATE NOT = 0 AND
                          EMP-HIRE-DATE > WS-RUN-DATE
                           CONTINUE
                       ELSE
                           PERFORM ADJUST-ONE-EMPLOYEE
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-EMPLOYEE-MASTER
           END-PERFORM
           PERFORM WRITE-ADJUSTMENT-TOTALS
           CLOSE EMPLOYEE-MASTER
           CLOSE DEPT-MASTER
           CLOSE EXCEPTION-FILE
           CLOSE AUDIT-TRAIL
           CLOSE ADJUST-REPORT
           MOVE "A" TO WS-CTL-MODE-CODE
           PERFORM WRITE-MODE-CONTROL-RECORD
           IF WS-ADJ-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> Every rule is proven before anything is touched: a bad rule
      *> refuses the whole run with the master unchanged, the same
      *> stance MAINTAIN takes on a bad batch
       LOAD-ADJUSTMENT-RULES.
           OPEN INPUT ADJUST-RULES
           IF WS-ADJR-FILE-STATUS NOT = "00"
               MOVE "ADJUST-RULES" TO WS-ABEND-FILE-NAME
               MOVE WS-ADJR-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM UNTIL EOF-ADJ-RULE
               READ ADJUST-RULES INTO WS-ADJ-RULE-CARD
                   AT END
                       SET EOF-ADJ-RULE TO TRUE
                   NOT AT END
                       PERFORM STORE-ADJUSTMENT-RULE
               END-READ
           END-PERFORM
           CLOSE ADJUST-RULES
           IF WS-ADJ-RULE-COUNT = 0
               MOVE "NO ADJUSTMENT RULES ON FILE" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF.

       STORE-ADJUSTMENT-RULE.
           IF AR-DEPT = SPACES
               MOVE "RULE WITHOUT DEPARTMENT" TO WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF AR-TYPE NOT = "P" AND AR-TYPE NOT = "F"
               MOVE "RULE TYPE NOT P OR F" TO WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF AR-TYPE = "P" AND AR-PCT NOT NUMERIC
               MOVE "RULE PERCENTAGE NOT NUMERIC" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF AR-TYPE = "F" AND AR-AMOUNT NOT NUMERIC
               MOVE "RULE AMOUNT NOT NUMERIC" TO WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF AR-EFF-DATE NOT NUMERIC
               MOVE "RULE EFFECTIVE DATE BAD" TO WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           MOVE AR-EFF-DATE TO WS-ADJ-EFF-DATE-NUM
           COMPUTE WS-HIRE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-ADJ-EFF-DATE-NUM)
           IF WS-HIRE-DATE-INT = 0
               MOVE "RULE EFFECTIVE DATE BAD" TO WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF WS-ADJ-RULE-COUNT >= 50
               MOVE "TOO MANY ADJUSTMENT RULES" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           ADD 1 TO WS-ADJ-RULE-COUNT
           MOVE AR-DEPT TO WS-ADJR-DEPT(WS-ADJ-RULE-COUNT)
           MOVE AR-TYPE TO WS-ADJR-TYPE(WS-ADJ-RULE-COUNT)
           IF AR-TYPE = "P"
               MOVE AR-PCT TO WS-ADJR-PCT(WS-ADJ-RULE-COUNT)
               MOVE 0 TO WS-ADJR-AMOUNT(WS-ADJ-RULE-COUNT)
           ELSE
               MOVE 0 TO WS-ADJR-PCT(WS-ADJ-RULE-COUNT)
               MOVE AR-AMOUNT TO WS-ADJR-AMOUNT(WS-ADJ-RULE-COUNT)
           END-IF
           MOVE AR-EFF-DATE TO WS-ADJR-EFF-DATE(WS-ADJ-RULE-COUNT).

      *> A rule naming the employee's department wins over an ALL
      *> rule; within each class the first rule on the file is used.
      *> Only rules already in effect are considered, so a
      *> future-dated department rule cannot shadow an ALL rule that
      *> applies today.
       FIND-ADJUSTMENT-RULE.
           MOVE "N" TO WS-ADJ-RULE-FOUND
           MOVE 0 TO WS-ADJ-RULE-SUB
           PERFORM VARYING WS-ADJ-RULE-SCAN FROM 1 BY 1
                   UNTIL WS-ADJ-RULE-SCAN > WS-ADJ-RULE-COUNT
                      OR ADJ-RULE-FOUND
               IF WS-ADJR-DEPT(WS-ADJ-RULE-SCAN) = EMP-DEPT AND
                  WS-ADJR-EFF-DATE(WS-ADJ-RULE-SCAN) <= WS-RUN-DATE
                   MOVE "Y" TO WS-ADJ-RULE-FOUND
                   MOVE WS-ADJ-RULE-SCAN TO WS-ADJ-RULE-SUB
               END-IF
           END-PERFORM
           IF NOT ADJ-RULE-FOUND
               PERFORM VARYING WS-ADJ-RULE-SCAN FROM 1 BY 1
                       UNTIL WS-ADJ-RULE-SCAN > WS-ADJ-RULE-COUNT
                          OR ADJ-RULE-FOUND
                   IF WS-ADJR-DEPT(WS-ADJ-RULE-SCAN) = "ALL" AND
                      WS-ADJR-EFF-DATE(WS-ADJ-RULE-SCAN) <=
                         WS-RUN-DATE
                       MOVE "Y" TO WS-ADJ-RULE-FOUND
                       MOVE WS-ADJ-RULE-SCAN TO WS-ADJ-RULE-SUB
                   END-IF
               END-PERFORM
           END-IF.

       ADJUST-ONE-EMPLOYEE.
      *> The rules adjust salaries; an hourly employee's pay comes
      *> off the timecard and EMR-EMP-SALARY is not what pays them,
      *> so hourly staff are left out of a mass salary adjustment
           IF EMP-HOURLY
               CONTINUE
           ELSE
               PERFORM ADJUST-SALARIED-EMPLOYEE
           END-IF.

       ADJUST-SALARIED-EMPLOYEE.
           PERFORM FIND-ADJUSTMENT-RULE
           IF ADJ-RULE-FOUND
               MOVE SPACES TO WS-CURRENT-DEPT-NAME
               MOVE EMP-SALARY TO WS-ADJ-OLD-SALARY
               IF WS-ADJR-TYPE(WS-ADJ-RULE-SUB) = "P"
                   COMPUTE WS-ADJ-NEW-SALARY ROUNDED =
                       EMP-SALARY +
                       (EMP-SALARY *
                        WS-ADJR-PCT(WS-ADJ-RULE-SUB) / 100)
               ELSE
                   COMPUTE WS-ADJ-NEW-SALARY =
                       EMP-SALARY + WS-ADJR-AMOUNT(WS-ADJ-RULE-SUB)
               END-IF
               PERFORM LOOKUP-DEPT-MASTER
               IF WS-ADJ-NEW-SALARY > 9999999.99
                   MOVE "E16" TO WS-REASON-CODE
                   MOVE "ADJUSTED SALARY EXCEEDS FIELD" TO
                        WS-REASON-TEXT
                   PERFORM WRITE-ADJUSTMENT-REJECT
               ELSE
               IF NOT DEPT-FOUND
                   MOVE "E01" TO WS-REASON-CODE
                   MOVE "INVALID DEPARTMENT CODE" TO WS-REASON-TEXT
                   PERFORM WRITE-ADJUSTMENT-REJECT
               ELSE
               IF WS-CURRENT-DEPT-MIN-SALARY = 0 AND
                  WS-CURRENT-DEPT-MAX-SALARY = 0
                   MOVE "E04" TO WS-REASON-CODE
                   MOVE "NO SALARY BAND FOR DEPT" TO WS-REASON-TEXT
                   PERFORM WRITE-ADJUSTMENT-REJECT
               ELSE
      *> Band comparison on the USD scale, exactly as the register
      *> validates: the new salary is placed in the employee work
      *> record so the shared conversion can price it
                   MOVE WS-ADJ-NEW-SALARY TO EMP-SALARY
                   MOVE 0 TO WS-EMP-DEDUCT-TOTAL
                   MOVE 0 TO WS-EMP-TAX
                   PERFORM COMPUTE-USD-EQUIVALENT
                   IF NOT FX-RATE-FOUND
                       MOVE "E11" TO WS-REASON-CODE
                       MOVE "NO FX RATE FOR CURRENCY" TO
                            WS-REASON-TEXT
                       PERFORM WRITE-ADJUSTMENT-REJECT
                   ELSE
                   IF WS-EMP-USD-SALARY <
                         WS-CURRENT-DEPT-MIN-SALARY OR
                      WS-EMP-USD-SALARY >
                         WS-CURRENT-DEPT-MAX-SALARY
                       MOVE "E15" TO WS-REASON-CODE
                       MOVE "ADJUSTED SALARY OUTSIDE DEPT BAND" TO
                            WS-REASON-TEXT
                       PERFORM WRITE-ADJUSTMENT-REJECT
                   ELSE
                       PERFORM APPLY-SALARY-ADJUSTMENT
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *> The update goes through the same before/after audit images
      *> a manual "U" transaction would leave
       APPLY-SALARY-ADJUSTMENT.
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           MOVE EMR-EMP-ID     TO WS-AUD-BEFORE-ID
           MOVE EMR-EMP-NAME   TO WS-AUD-BEFORE-NAME
           MOVE WS-ADJ-OLD-SALARY TO WS-AUD-BEFORE-SALARY
           MOVE EMR-EMP-DEPT   TO WS-AUD-BEFORE-DEPT
           MOVE EMR-EMP-STATUS TO WS-AUD-BEFORE-STATUS
           MOVE EMP-TERM-DATE  TO WS-AUD-BEFORE-TERM-DATE
           MOVE WS-ADJ-NEW-SALARY TO EMR-EMP-SALARY
           REWRITE EMP-MASTER-RECORD
           MOVE EMR-EMP-ID     TO WS-AUD-AFTER-ID
           MOVE EMR-EMP-NAME   TO WS-AUD-AFTER-NAME
           MOVE EMR-EMP-SALARY TO WS-AUD-AFTER-SALARY
           MOVE EMR-EMP-DEPT   TO WS-AUD-AFTER-DEPT
           MOVE EMR-EMP-STATUS TO WS-AUD-AFTER-STATUS
           MOVE EMP-TERM-DATE  TO WS-AUD-AFTER-TERM-DATE
           MOVE "U" TO WS-AUD-ACTION-CODE
           MOVE WS-ADJR-EFF-DATE(WS-ADJ-RULE-SUB) TO
                WS-AUDIT-EFF-DATE
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-ADJ-ADJUSTED-COUNT
           MOVE EMP-ID TO WS-AJD-ID
           MOVE EMP-NAME TO WS-AJD-NAME
           MOVE EMP-DEPT TO WS-AJD-DEPT
           MOVE WS-ADJ-OLD-SALARY TO WS-AJD-OLD
           MOVE WS-ADJ-NEW-SALARY TO WS-AJD-NEW
           COMPUTE WS-ADJ-DELTA =
               WS-ADJ-NEW-SALARY - WS-ADJ-OLD-SALARY
           MOVE WS-ADJ-DELTA TO WS-AJD-DELTA
           WRITE ADJP-PRINT-LINE FROM WS-ADJ-DETAIL-LINE
           PERFORM ACCUMULATE-ADJUSTMENT-TOTAL.

       WRITE-ADJUSTMENT-REJECT.
           PERFORM WRITE-EXCEPTION-RECORD
           ADD 1 TO WS-ADJ-REJECT-COUNT.

       ACCUMULATE-ADJUSTMENT-TOTAL.
           SET WS-ADJT-IDX TO 1
           SEARCH WS-ADJT-ENTRY
               AT END
                   IF WS-ADJT-COUNT < 50
                       ADD 1 TO WS-ADJT-COUNT
                       MOVE EMP-DEPT TO
                            WS-ADJT-DEPT(WS-ADJT-COUNT)
                       MOVE WS-ADJ-OLD-SALARY TO
                            WS-ADJT-OLD(WS-ADJT-COUNT)
                       MOVE WS-ADJ-NEW-SALARY TO
                            WS-ADJT-NEW(WS-ADJT-COUNT)
                   ELSE
                       DISPLAY "ADJUSTMENT DEPT TABLE FULL - DEPT "
                               "NOT SUBTOTALED: " EMP-DEPT
                   END-IF
               WHEN WS-ADJT-DEPT(WS-ADJT-IDX) = EMP-DEPT
                   ADD WS-ADJ-OLD-SALARY TO WS-ADJT-OLD(WS-ADJT-IDX)
                   ADD WS-ADJ-NEW-SALARY TO WS-ADJT-NEW(WS-ADJT-IDX)
           END-SEARCH
           ADD WS-ADJ-OLD-SALARY TO WS-ADJ-GRAND-OLD
           ADD WS-ADJ-NEW-SALARY TO WS-ADJ-GRAND-NEW.

       WRITE-ADJUSTMENT-TOTALS.
           PERFORM VARYING WS-ADJT-IDX FROM 1 BY 1
                   UNTIL WS-ADJT-IDX > WS-ADJT-COUNT
               MOVE WS-ADJT-DEPT(WS-ADJT-IDX) TO WS-AJT-DEPT
               MOVE WS-ADJT-OLD(WS-ADJT-IDX) TO WS-AJT-OLD
               MOVE WS-ADJT-NEW(WS-ADJT-IDX) TO WS-AJT-NEW
               COMPUTE WS-VARIANCE-WORK =
                   WS-ADJT-NEW(WS-ADJT-IDX) -
                   WS-ADJT-OLD(WS-ADJT-IDX)
               MOVE WS-VARIANCE-WORK TO WS-AJT-DELTA
               WRITE ADJP-PRINT-LINE FROM WS-ADJ-DEPT-LINE
           END-PERFORM
           MOVE WS-ADJ-GRAND-OLD TO WS-AJG-OLD
           MOVE WS-ADJ-GRAND-NEW TO WS-AJG-NEW
           COMPUTE WS-VARIANCE-WORK =
               WS-ADJ-GRAND-NEW - WS-ADJ-GRAND-OLD
           MOVE WS-VARIANCE-WORK TO WS-AJG-DELTA
           WRITE ADJP-PRINT-LINE FROM WS-ADJ-TOTAL-LINE
           MOVE WS-ADJ-ADJUSTED-COUNT TO WS-AJC-COUNT
           MOVE WS-ADJ-REJECT-COUNT TO WS-AJC-REJECTS
           WRITE ADJP-PRINT-LINE FROM WS-ADJ-COUNT-LINE.

      *> Cuts the GL feed from the validated payroll: one
      *> salary-expense debit per cost center and project off the
      *> labor distribution, the credits for net pay, tax withheld,
      *> and deductions that together make up the USD grand total,
      *> the employer tax expense and liabilities, and a trailer
      *> whose debit and credit totals must agree or the step fails
      *> and the feed is held
       WRITE-GL-INTERFACE.
           MOVE 0 TO WS-GL-DEBIT-TOTAL
           MOVE 0 TO WS-GL-CREDIT-TOTAL
           MOVE 0 TO WS-GL-RECORD-COUNT
      *> Retro is kept out of the labor distribution and posted
      *> under its own account below, by home cost center
           PERFORM VARYING WS-LDT-IDX FROM 1 BY 1
                   UNTIL WS-LDT-IDX > WS-LDT-COUNT
               PERFORM WRITE-GL-LABOR-DEBIT
           END-PERFORM
           MOVE SPACES TO WS-GL-P-PROJECT
           PERFORM VARYING WS-RETROCC-IDX FROM 1 BY 1
                   UNTIL WS-RETROCC-IDX > WS-RETROCC-COUNT
               MOVE "P" TO WS-GL-P-TYPE
               MOVE WS-GL-RETRO-ACCT TO WS-GL-P-ACCOUNT
               MOVE WS-RETROCC-CODE(WS-RETROCC-IDX) TO
                    WS-GL-P-COST-CENTER
               MOVE "DR" TO WS-GL-P-DRCR
               MOVE WS-RETROCC-AMOUNT(WS-RETROCC-IDX) TO
                    WS-GL-P-AMOUNT
               WRITE GL-PRINT-LINE FROM WS-GL-POSTING-RECORD
               ADD WS-RETROCC-AMOUNT(WS-RETROCC-IDX) TO
                   WS-GL-DEBIT-TOTAL
               ADD 1 TO WS-GL-RECORD-COUNT
           END-PERFORM
           PERFORM WRITE-GL-LIABILITIES
           PERFORM WRITE-GL-EMPLOYER-TAXES
           MOVE "T" TO WS-GL-T-TYPE
           MOVE WS-GL-RECORD-COUNT TO WS-GL-T-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO WS-GL-T-DEBITS
           MOVE WS-GL-CREDIT-TOTAL TO WS-GL-T-CREDITS
           WRITE GL-PRINT-LINE FROM WS-GL-TRAILER-RECORD
           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               MOVE "N" TO WS-GL-BALANCED
               DISPLAY "GL INTERFACE OUT OF BALANCE - DEBITS "
                       WS-GL-DEBIT-TOTAL " CREDITS "
                       WS-GL-CREDIT-TOTAL
           END-IF.

      *> Pay charged to a department without a cost center (and not
      *> split elsewhere) cannot be posted; its amount is left out
      *> of the debits so the balance check holds the feed rather
      *> than releasing a blank-keyed posting
       WRITE-GL-LABOR-DEBIT.
           IF WS-LDT-COST-CENTER(WS-LDT-IDX) = SPACES
               IF WS-LDT-GROSS(WS-LDT-IDX) NOT = 0
                   MOVE "N" TO WS-GL-BALANCED
                   DISPLAY "NO COST CENTER FOR LABOR - FEED HELD: "
                           "PROJECT " WS-LDT-PROJECT(WS-LDT-IDX)
               END-IF
           ELSE
               IF WS-LDT-GROSS(WS-LDT-IDX) NOT = 0
                   MOVE "P" TO WS-GL-P-TYPE
                   MOVE WS-GL-SALARY-EXPENSE-ACCT TO WS-GL-P-ACCOUNT
                   MOVE WS-LDT-COST-CENTER(WS-LDT-IDX) TO
                        WS-GL-P-COST-CENTER
                   MOVE "DR" TO WS-GL-P-DRCR
                   MOVE WS-LDT-GROSS(WS-LDT-IDX) TO WS-GL-P-AMOUNT
                   MOVE WS-LDT-PROJECT(WS-LDT-IDX) TO WS-GL-P-PROJECT
                   WRITE GL-PRINT-LINE FROM WS-GL-POSTING-RECORD
                   ADD WS-LDT-GROSS(WS-LDT-IDX) TO WS-GL-DEBIT-TOTAL
                   ADD 1 TO WS-GL-RECORD-COUNT
               END-IF
           END-IF.

      *> Net pay, then what is owed to each taxing jurisdiction and
      *> deduction vendor: the three together are the gross debited
       WRITE-GL-LIABILITIES.
           MOVE "P" TO WS-GL-P-TYPE
           MOVE WS-GL-NET-PAY-ACCT TO WS-GL-P-ACCOUNT
           MOVE SPACES TO WS-GL-P-COST-CENTER
           MOVE "CR" TO WS-GL-P-DRCR
           MOVE WS-GRAND-NET TO WS-GL-P-AMOUNT
           WRITE GL-PRINT-LINE FROM WS-GL-POSTING-RECORD
           ADD WS-GRAND-NET TO WS-GL-CREDIT-TOTAL
           ADD 1 TO WS-GL-RECORD-COUNT
           PERFORM VARYING WS-TWJ-IDX FROM 1 BY 1
                   UNTIL WS-TWJ-IDX > WS-TWJ-COUNT
               MOVE WS-GL-TAX-WITHHELD-ACCT TO WS-GL-P-ACCOUNT
               MOVE WS-TWJ-JURIS(WS-TWJ-IDX) TO WS-GL-P-COST-CENTER
               MOVE WS-TWJ-AMOUNT(WS-TWJ-IDX) TO WS-GL-P-AMOUNT
               WRITE GL-PRINT-LINE FROM WS-GL-POSTING-RECORD
               ADD WS-TWJ-AMOUNT(WS-TWJ-IDX) TO WS-GL-CREDIT-TOTAL
               ADD 1 TO WS-GL-RECORD-COUNT
           END-PERFORM
           PERFORM VARYING WS-DPY-IDX FROM 1 BY 1
                   UNTIL WS-DPY-IDX > WS-DPY-COUNT
               IF WS-DPY-AMOUNT(WS-DPY-IDX) NOT = 0
                   MOVE WS-GL-DEDUCTION-ACCT TO WS-GL-P-ACCOUNT
                   MOVE WS-DPY-TYPE(WS-DPY-IDX) TO
                        WS-GL-P-COST-CENTER
                   MOVE WS-DPY-AMOUNT(WS-DPY-IDX) TO WS-GL-P-AMOUNT
                   WRITE GL-PRINT-LINE FROM WS-GL-POSTING-RECORD
                   ADD WS-DPY-AMOUNT(WS-DPY-IDX) TO
                       WS-GL-CREDIT-TOTAL
                   ADD 1 TO WS-GL-RECORD-COUNT
               END-IF
           END-PERFORM.

      *> Employer tax expense by cost center and project, as the
      *> labor distribution spread it, against one liability per
      *> tax. A cost center left blank has no expense line, so its
      *> tax shows up as an imbalance and holds the feed, as the
      *> salary debits already do for that pay.
       WRITE-GL-EMPLOYER-TAXES.
           MOVE "P" TO WS-GL-P-TYPE
           PERFORM VARYING WS-LDT-IDX FROM 1 BY 1
                   UNTIL WS-LDT-IDX > WS-LDT-COUNT
               IF WS-LDT-COST-CENTER(WS-LDT-IDX) NOT = SPACES AND
                  WS-LDT-ER-TAX(WS-LDT-IDX) NOT = 0
                   MOVE WS-GL-ER-TAX-EXPENSE-ACCT TO WS-GL-P-ACCOUNT
                   MOVE WS-LDT-COST-CENTER(WS-LDT-IDX) TO
                        WS-GL-P-COST-CENTER
                   MOVE "DR" TO WS-GL-P-DRCR
                   MOVE WS-LDT-ER-TAX(WS-LDT-IDX) TO WS-GL-P-AMOUNT
                   MOVE WS-LDT-PROJECT(WS-LDT-IDX) TO WS-GL-P-PROJECT
                   WRITE GL-PRINT-LINE FROM WS-GL-POSTING-RECORD
                   ADD WS-LDT-ER-TAX(WS-LDT-IDX) TO WS-GL-DEBIT-TOTAL
                   ADD 1 TO WS-GL-RECORD-COUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-GL-P-PROJECT
           MOVE SPACES TO WS-GL-P-COST-CENTER
           MOVE "CR" TO WS-GL-P-DRCR
           IF WS-ER-GRAND-SS NOT = 0
               MOVE WS-GL-ER-SS-ACCT TO WS-GL-P-ACCOUNT
               MOVE WS-ER-GRAND-SS TO WS-GL-P-AMOUNT
               WRITE GL-PRINT-LINE FROM WS-GL-POSTING-RECORD
               ADD WS-ER-GRAND-SS TO WS-GL-CREDIT-TOTAL
               ADD 1 TO WS-GL-RECORD-COUNT
           END-IF
           IF WS-ER-GRAND-MED NOT = 0
               MOVE WS-GL-ER-MED-ACCT TO WS-GL-P-ACCOUNT
               MOVE WS-ER-GRAND-MED TO WS-GL-P-AMOUNT
               WRITE GL-PRINT-LINE FROM WS-GL-POSTING-RECORD
               ADD WS-ER-GRAND-MED TO WS-GL-CREDIT-TOTAL
               ADD 1 TO WS-GL-RECORD-COUNT
           END-IF
           IF WS-ER-GRAND-UI NOT = 0
               MOVE WS-GL-ER-UI-ACCT TO WS-GL-P-ACCOUNT
               MOVE WS-ER-GRAND-UI TO WS-GL-P-AMOUNT
               WRITE GL-PRINT-LINE FROM WS-GL-POSTING-RECORD
               ADD WS-ER-GRAND-UI TO WS-GL-CREDIT-TOTAL
               ADD 1 TO WS-GL-RECORD-COUNT
           END-IF.

      *> Direct-deposit details are cut during the register output
      *> pass; this finishes the feed with the trailer and proves
      *> it: the bank total plus the check-candidate total must
      *> equal WS-GRAND-NET or the feed is held with RETURN-CODE
      *> 12. A restarted or simulated run paid nothing, so its
      *> trailer is zero like the GL feed's.
       WRITE-BANK-PAYMENT-TRAILER.
           MOVE "T" TO WS-BNK-T-TYPE
           MOVE WS-BANK-PAY-COUNT TO WS-BNK-T-COUNT
           MOVE WS-BANK-NET-TOTAL TO WS-BNK-T-AMOUNT
           MOVE WS-PRENOTE-SENT-COUNT TO WS-BNK-T-PRENOTES
           WRITE BPY-RECORD FROM WS-BANK-TRAILER-RECORD
           IF NOT RESTART-MODE AND NOT SIMULATE-MODE
               IF WS-BANK-NET-TOTAL + WS-CHECK-NET-TOTAL NOT =
                     WS-GRAND-NET
                   MOVE "N" TO WS-BANK-BALANCED
                   DISPLAY "BANK PAYMENT FEED OUT OF BALANCE - "
                           "BANK " WS-BANK-NET-TOTAL
                           " CHECKS " WS-CHECK-NET-TOTAL
                           " RUN NET " WS-GRAND-NET
               END-IF
           END-IF.

      *> One feed detail per returned register line with money to
      *> pay; an employee without a verified account falls out to
      *> the exception file as a check-print candidate, never
      *> silently dropped
       PAY-ONE-EMPLOYEE.
      *> A negative net (flat deductions exceeding a prorated
      *> gross) cannot go to the bank - the amount field carries no
      *> sign and would deposit the recovery as money out. It falls
      *> out as a manual-payment candidate and stays in the check
      *> total so the trailer proof still ties.
           IF SD-USD-NET < 0
               MOVE SD-EMP-ID TO EMP-ID
               MOVE SD-NAME TO EMP-NAME
               MOVE SPACES TO WS-CURRENT-DEPT-NAME
               MOVE "E34" TO WS-REASON-CODE
               MOVE "NEGATIVE NET - MANUAL PAYMENT" TO
                    WS-REASON-TEXT
               PERFORM WRITE-EXCEPTION-RECORD
               PERFORM WRITE-CHECK-CANDIDATE
               ADD SD-USD-NET TO WS-CHECK-NET-TOTAL
           ELSE
               PERFORM PAY-ONE-BANK-DETAIL
           END-IF.

       PAY-ONE-BANK-DETAIL.
           MOVE "N" TO WS-BANK-FOUND
           MOVE SD-EMP-ID TO BAM-EMP-ID
           READ BANK-ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-BANK-FOUND
           END-READ
           IF BANK-FOUND AND BAM-PRENOTE = "V"
               MOVE "D" TO WS-BNK-D-TYPE
               MOVE SD-EMP-ID TO WS-BNK-D-EMP-ID
               MOVE BAM-ROUTING TO WS-BNK-D-ROUTING
               MOVE BAM-ACCOUNT TO WS-BNK-D-ACCOUNT
               MOVE BAM-ACCT-TYPE TO WS-BNK-D-ACCT-TYPE
               MOVE SD-USD-NET TO WS-BNK-D-AMOUNT
               WRITE BPY-RECORD FROM WS-BANK-DETAIL-RECORD
               ADD 1 TO WS-BANK-PAY-COUNT
               ADD SD-USD-NET TO WS-BANK-NET-TOTAL
               PERFORM SCREEN-DEPOSIT-APPROVAL
           ELSE
               MOVE SD-EMP-ID TO EMP-ID
               MOVE SD-NAME TO EMP-NAME
               MOVE SPACES TO WS-CURRENT-DEPT-NAME
               IF BANK-FOUND AND BAM-PRENOTE = "R"
                   MOVE "E35" TO WS-REASON-CODE
                   MOVE "ACCOUNT RETURNED BY BANK - PAY BY CHECK" TO
                        WS-REASON-TEXT
               ELSE
               IF BANK-FOUND
                   MOVE "E21" TO WS-REASON-CODE
                   MOVE "PRENOTE NOT VERIFIED - PAY BY CHECK" TO
                        WS-REASON-TEXT
               ELSE
                   MOVE "E20" TO WS-REASON-CODE
                   MOVE "NO BANK ACCOUNT - PAY BY CHECK" TO
                        WS-REASON-TEXT
               END-IF
               END-IF
               PERFORM WRITE-EXCEPTION-RECORD
               PERFORM WRITE-CHECK-CANDIDATE
               ADD SD-USD-NET TO WS-CHECK-NET-TOTAL
           END-IF.

      *> The fraud screen opens with the deposit check, which runs
      *> as each deposit is cut; the master-wide sections follow at
      *> the end of the run
       START-FRAUD-SCREEN-REPORT.
           MOVE WS-PERIOD-END-DATE TO WS-FRH-PERIOD
           MOVE WS-RUN-DATE TO WS-FRH-RUN-DATE
           MOVE WS-RH-RESTART-FLAG TO WS-FRH-FLAG
           WRITE FRD-PRINT-LINE FROM WS-FRAUDRPT-HEADING
           MOVE "DEPOSITS TO AN ACCOUNT WHOSE CHANGE WAS NEVER APPROVED"
                TO WS-FRS-TITLE
           PERFORM WRITE-FRAUD-SECTION-HEADING.

       WRITE-FRAUD-SECTION-HEADING.
           MOVE SPACES TO FRD-PRINT-LINE
           WRITE FRD-PRINT-LINE
           WRITE FRD-PRINT-LINE FROM WS-FRAUDRPT-SECTION
           WRITE FRD-PRINT-LINE FROM WS-FRAUDRPT-COLUMNS.

       SCREEN-SIMULATED-DEPOSIT.
           MOVE SD-EMP-ID TO BAM-EMP-ID
           READ BANK-ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BAM-PRENOTE = "V"
                       PERFORM SCREEN-DEPOSIT-APPROVAL
                   END-IF
           END-READ.

      *> A deposit is vouched for only when a second operator
      *> approved exactly the routing and account it went to. The
      *> payment still goes; the report is for the reviewers.
       SCREEN-DEPOSIT-APPROVAL.
           MOVE SPACES TO WS-FRD-NOTE
           IF BAM-APPROVED-BY = SPACES
               MOVE "CHANGE NEVER APPROVED" TO WS-FRD-NOTE
           ELSE
           IF BAM-APPROVED-BY = BAM-KEYED-BY
               MOVE "APPROVED BY THE OPERATOR WHO KEYED IT" TO
                    WS-FRD-NOTE
           ELSE
           IF BAM-APPROVED-ROUTING NOT = BAM-ROUTING OR
              BAM-APPROVED-ACCOUNT NOT = BAM-ACCOUNT
               MOVE "ACCOUNT IS NOT THE ONE APPROVED" TO WS-FRD-NOTE
           END-IF
           END-IF
           END-IF
           IF WS-FRD-NOTE NOT = SPACES
               ADD 1 TO WS-FRD-UNAPPROVED-COUNT
               MOVE SD-EMP-ID TO WS-FRL-EMP-ID
               MOVE SD-NAME TO WS-FRL-NAME
               MOVE SPACE TO WS-FRL-STATUS
               PERFORM FORMAT-FRAUD-ACCOUNT
               MOVE SD-USD-NET TO WS-FRL-AMOUNT
               MOVE WS-FRD-NOTE TO WS-FRL-NOTE
               WRITE FRD-PRINT-LINE FROM WS-FRAUDRPT-LINE
           END-IF.

       FORMAT-FRAUD-ACCOUNT.
           MOVE BAM-ROUTING TO WS-FRL-ROUTING
           MOVE BAM-ACCOUNT TO WS-FRL-ACCOUNT
           MOVE 0 TO WS-FRL-CHANGED
           IF BAM-CHANGE-DATE NUMERIC
               MOVE BAM-CHANGE-DATE TO WS-FRL-CHANGED
           END-IF.

      *> End-of-run sections, taken from the bank master as it
      *> stands after this run's prenote updates. The recent and
      *> same-period sections are two keyed passes of the master;
      *> the shared-account section sorts it by account.
       PRINT-FRAUD-SCREENING.
           IF RESTART-MODE
               MOVE "  NO DEPOSITS ARE CUT BY A RESTARTED RUN" TO
                    FRD-PRINT-LINE
               WRITE FRD-PRINT-LINE
           ELSE
               IF WS-FRD-UNAPPROVED-COUNT = 0
                   WRITE FRD-PRINT-LINE FROM WS-FRAUDRPT-NONE
               END-IF
           END-IF
           OPEN INPUT BANK-ACCOUNT-MASTER
           IF WS-BAM-FILE-STATUS NOT = "00"
               MOVE "BANK-ACCOUNT-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-BAM-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-EMP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           COMPUTE WS-FRD-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-FRD-PERIOD-START =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-START-INT)
           PERFORM LOAD-NAME-CHANGE-TABLE
           MOVE "ACCOUNTS SHARED BY MORE THAN ONE EMPLOYEE" TO
                WS-FRS-TITLE
           PERFORM WRITE-FRAUD-SECTION-HEADING
           SORT SORT-BANK-FILE
               ON ASCENDING KEY SB-ROUTING
               ON ASCENDING KEY SB-ACCOUNT
               ON ASCENDING KEY SB-EMP-ID
               INPUT PROCEDURE IS RELEASE-BANK-ACCOUNTS
               OUTPUT PROCEDURE IS REPORT-SHARED-ACCOUNTS
           IF WS-FRD-SHARED-COUNT = 0
               WRITE FRD-PRINT-LINE FROM WS-FRAUDRPT-NONE
           END-IF
           MOVE WS-FRAUD-RECENT-DAYS TO WS-FRR-DAYS
           MOVE WS-FRAUDRPT-RECENT-TITLE TO WS-FRS-TITLE
           PERFORM WRITE-FRAUD-SECTION-HEADING
           MOVE "R" TO WS-FRD-PASS
           PERFORM SCAN-BANK-MASTER-CHANGES
           IF WS-FRD-RECENT-COUNT = 0
               WRITE FRD-PRINT-LINE FROM WS-FRAUDRPT-NONE
           END-IF
           MOVE
               "CHANGES IN THE PERIOD OF A TERMINATION OR NAME CHANGE"
               TO WS-FRS-TITLE
           PERFORM WRITE-FRAUD-SECTION-HEADING
           MOVE "P" TO WS-FRD-PASS
           PERFORM SCAN-BANK-MASTER-CHANGES
           IF WS-FRD-PERIOD-COUNT = 0
               WRITE FRD-PRINT-LINE FROM WS-FRAUDRPT-NONE
           END-IF
           MOVE WS-FRD-UNAPPROVED-COUNT TO WS-FRT-UNAPPROVED
           MOVE WS-FRD-SHARED-COUNT TO WS-FRT-SHARED
           MOVE WS-FRD-RECENT-COUNT TO WS-FRT-RECENT
           MOVE WS-FRD-PERIOD-COUNT TO WS-FRT-PERIOD
           MOVE SPACES TO FRD-PRINT-LINE
           WRITE FRD-PRINT-LINE
           WRITE FRD-PRINT-LINE FROM WS-FRAUDRPT-TOTAL-LINE
           COMPUTE WS-FRD-FINDINGS = WS-FRD-UNAPPROVED-COUNT +
               WS-FRD-SHARED-COUNT + WS-FRD-RECENT-COUNT +
               WS-FRD-PERIOD-COUNT
           IF WS-FRD-FINDINGS > 0
               DISPLAY "FRAUD SCREEN - " WS-FRD-FINDINGS
                       " FINDINGS FOR REVIEW ON FRAUDRPT"
           END-IF
           CLOSE BANK-ACCOUNT-MASTER
           CLOSE EMPLOYEE-MASTER
           CLOSE FRAUD-SCREEN-REPORT.

      *> Name changes (U records whose name image differs) logged
      *> since the period opened. Without an audit trail the
      *> section reports terminations only.
       LOAD-NAME-CHANGE-TABLE.
           MOVE 0 TO WS-FNC-COUNT
           MOVE "N" TO WS-EOF-AUDIT-IN
           OPEN INPUT AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT TRAIL NOT AVAILABLE - NAME CHANGES "
                       "NOT SCREENED"
           ELSE
               PERFORM UNTIL EOF-AUDIT-IN
                   READ AUDIT-TRAIL INTO WS-AUDIT-LINE
                       AT END
                           SET EOF-AUDIT-IN TO TRUE
                       NOT AT END
                           PERFORM CHECK-NAME-CHANGE-AUDIT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF
           IF FNC-OVERFLOW
               DISPLAY "MORE THAN 500 NAME CHANGES IN THE PERIOD - "
                       "LATER ONES NOT SCREENED"
           END-IF.

       CHECK-NAME-CHANGE-AUDIT.
           IF WS-AUD-ACTION = "U" AND WS-AUD-DATE NUMERIC AND
              WS-AUD-DATE NOT < WS-FRD-PERIOD-START AND
              WS-AUD-LINE-BEFORE-NAME NOT = WS-AUD-LINE-AFTER-NAME
               IF WS-FNC-COUNT < 500
                   ADD 1 TO WS-FNC-COUNT
                   MOVE WS-AUD-LINE-AFTER-ID TO
                        WS-FNC-EMP-ID(WS-FNC-COUNT)
                   MOVE WS-AUD-DATE TO WS-FNC-DATE(WS-FNC-COUNT)
               ELSE
                   MOVE "Y" TO WS-FNC-OVERFLOW
               END-IF
           END-IF.

       RELEASE-BANK-ACCOUNTS.
           MOVE "N" TO WS-EOF-BANK-MASTER
           PERFORM UNTIL EOF-BANK-MASTER
               READ BANK-ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET EOF-BANK-MASTER TO TRUE
                   NOT AT END
                       IF BAM-ACCOUNT NOT = SPACES
                           MOVE BAM-ROUTING TO SB-ROUTING
                           MOVE BAM-ACCOUNT TO SB-ACCOUNT
                           MOVE BAM-EMP-ID TO SB-EMP-ID
                           RELEASE SORT-BANK-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       REPORT-SHARED-ACCOUNTS.
           MOVE "N" TO WS-EOF-SORT-BANK
           MOVE 0 TO WS-FSG-MEMBERS WS-FSG-LISTED
           MOVE SPACES TO WS-FSG-ROUTING WS-FSG-ACCOUNT
           PERFORM UNTIL EOF-SORT-BANK
               RETURN SORT-BANK-FILE
                   AT END
                       SET EOF-SORT-BANK TO TRUE
                   NOT AT END
                       PERFORM CHECK-SHARED-ACCOUNT
               END-RETURN
           END-PERFORM
           PERFORM CLOSE-SHARED-ACCOUNT-GROUP.

       CHECK-SHARED-ACCOUNT.
           IF SB-ROUTING NOT = WS-FSG-ROUTING OR
              SB-ACCOUNT NOT = WS-FSG-ACCOUNT
               PERFORM CLOSE-SHARED-ACCOUNT-GROUP
               MOVE SB-ROUTING TO WS-FSG-ROUTING
               MOVE SB-ACCOUNT TO WS-FSG-ACCOUNT
           END-IF
           ADD 1 TO WS-FSG-MEMBERS
           IF WS-FSG-LISTED < 50
               ADD 1 TO WS-FSG-LISTED
               MOVE SB-EMP-ID TO WS-FSG-EMP-ID(WS-FSG-LISTED)
           END-IF.

       CLOSE-SHARED-ACCOUNT-GROUP.
           IF WS-FSG-MEMBERS > 1
               ADD 1 TO WS-FRD-SHARED-COUNT
               MOVE WS-FSG-ROUTING TO WS-FRG-ROUTING
               MOVE WS-FSG-ACCOUNT TO WS-FRG-ACCOUNT
               MOVE WS-FSG-MEMBERS TO WS-FRG-MEMBERS
               WRITE FRD-PRINT-LINE FROM WS-FRAUDRPT-SHARED-LINE
               PERFORM VARYING WS-FSG-IDX FROM 1 BY 1
                       UNTIL WS-FSG-IDX > WS-FSG-LISTED
                   PERFORM WRITE-SHARED-ACCOUNT-HOLDER
               END-PERFORM
           END-IF
           MOVE 0 TO WS-FSG-MEMBERS WS-FSG-LISTED.

       WRITE-SHARED-ACCOUNT-HOLDER.
           MOVE WS-FSG-EMP-ID(WS-FSG-IDX) TO WS-FRD-EMP-ID
           MOVE WS-FRD-EMP-ID TO BAM-EMP-ID
           READ BANK-ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           PERFORM LOOKUP-FRAUD-EMPLOYEE
           PERFORM FORMAT-APPROVAL-NOTE
           PERFORM WRITE-FRAUD-CHANGE-LINE.

       LOOKUP-FRAUD-EMPLOYEE.
           MOVE WS-FRD-EMP-ID TO WS-FRL-EMP-ID
           MOVE WS-FRD-EMP-ID TO EMR-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "N" TO WS-FRD-EMP-FOUND
                   MOVE "** NOT ON EMPLOYEE MASTER" TO WS-FRL-NAME
                   MOVE SPACE TO WS-FRL-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO WS-FRD-EMP-FOUND
                   PERFORM MOVE-MASTER-TO-EMPLOYEE
                   MOVE EMP-NAME TO WS-FRL-NAME
                   MOVE EMP-STATUS TO WS-FRL-STATUS
           END-READ.

       FORMAT-APPROVAL-NOTE.
           MOVE SPACES TO WS-FRD-NOTE
           IF BAM-APPROVED-BY = SPACES
               MOVE "NO APPROVAL ON FILE" TO WS-FRD-NOTE
           ELSE
               STRING "KEYED " DELIMITED BY SIZE
                      BAM-KEYED-BY DELIMITED BY SIZE
                      " APPROVED " DELIMITED BY SIZE
                      BAM-APPROVED-BY DELIMITED BY SIZE
                      INTO WS-FRD-NOTE
               END-STRING
           END-IF
           MOVE WS-FRD-NOTE TO WS-FRL-NOTE.

       WRITE-FRAUD-CHANGE-LINE.
           PERFORM FORMAT-FRAUD-ACCOUNT
           MOVE 0 TO WS-FRL-AMOUNT
           WRITE FRD-PRINT-LINE FROM WS-FRAUDRPT-LINE.

       SCAN-BANK-MASTER-CHANGES.
           MOVE "N" TO WS-EOF-BANK-MASTER
           MOVE 0 TO BAM-EMP-ID
           START BANK-ACCOUNT-MASTER KEY IS NOT LESS THAN BAM-EMP-ID
               INVALID KEY
                   SET EOF-BANK-MASTER TO TRUE
           END-START
           PERFORM UNTIL EOF-BANK-MASTER
               READ BANK-ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET EOF-BANK-MASTER TO TRUE
                   NOT AT END
                       PERFORM SCREEN-ONE-BANK-CHANGE
               END-READ
           END-PERFORM.

      *> "Recent" counts back from the run date, so an account
      *> changed today is zero days old
       SCREEN-ONE-BANK-CHANGE.
           MOVE 0 TO WS-FRD-CHANGE-INT
           IF BAM-CHANGE-DATE NUMERIC AND BAM-CHANGE-DATE > 0
               COMPUTE WS-FRD-CHANGE-INT =
                   FUNCTION INTEGER-OF-DATE(BAM-CHANGE-DATE)
           END-IF
           IF WS-FRD-CHANGE-INT > 0
               MOVE BAM-EMP-ID TO WS-FRD-EMP-ID
               IF FRD-RECENT-PASS
                   IF WS-FRD-CHANGE-INT NOT > WS-FRD-RUN-INT AND
                      WS-FRD-RUN-INT - WS-FRD-CHANGE-INT <
                          WS-FRAUD-RECENT-DAYS
                       ADD 1 TO WS-FRD-RECENT-COUNT
                       PERFORM LOOKUP-FRAUD-EMPLOYEE
                       PERFORM FORMAT-APPROVAL-NOTE
                       PERFORM WRITE-FRAUD-CHANGE-LINE
                   END-IF
               ELSE
                   IF WS-FRD-CHANGE-INT NOT < WS-PERIOD-START-INT
                       PERFORM SCREEN-SAME-PERIOD-CHANGE
                   END-IF
               END-IF
           END-IF.

      *> A terminated employee is listed whenever the termination
      *> falls in the period or the employee already stands
      *> terminated - nobody should be changing that account
       SCREEN-SAME-PERIOD-CHANGE.
           PERFORM LOOKUP-FRAUD-EMPLOYEE
           IF FRD-EMP-FOUND
               MOVE 0 TO WS-FRD-TERM-INT
               IF EMP-TERM-DATE > 0
                   COMPUTE WS-FRD-TERM-INT =
                       FUNCTION INTEGER-OF-DATE(EMP-TERM-DATE)
               END-IF
               IF EMP-TERMINATED OR
                  WS-FRD-TERM-INT NOT < WS-PERIOD-START-INT
                   ADD 1 TO WS-FRD-PERIOD-COUNT
                   MOVE SPACES TO WS-FRD-NOTE
                   STRING "TERMINATED " DELIMITED BY SIZE
                          EMP-TERM-DATE DELIMITED BY SIZE
                          INTO WS-FRD-NOTE
                   END-STRING
                   MOVE WS-FRD-NOTE TO WS-FRL-NOTE
                   PERFORM WRITE-FRAUD-CHANGE-LINE
               END-IF
           END-IF
           IF WS-FNC-COUNT > 0
               SET WS-FNC-IDX TO 1
               SEARCH WS-FNC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FNC-EMP-ID(WS-FNC-IDX) = WS-FRD-EMP-ID
                       ADD 1 TO WS-FRD-PERIOD-COUNT
                       MOVE SPACES TO WS-FRD-NOTE
                       STRING "NAME CHANGED " DELIMITED BY SIZE
                              WS-FNC-DATE(WS-FNC-IDX)
                                  DELIMITED BY SIZE
                              INTO WS-FRD-NOTE
                       END-STRING
                       MOVE WS-FRD-NOTE TO WS-FRL-NOTE
                       PERFORM WRITE-FRAUD-CHANGE-LINE
               END-SEARCH
           END-IF.

      *> One pass of the bank master ahead of the payments: every
      *> account owed a prenote gets a zero-dollar P entry on the
      *> feed and goes pending from today; a pending account whose
      *> return window has passed with no return - RETURNS mode
      *> would have marked it R - is verified for deposit
       PROCESS-PRENOTE-CYCLE.
           COMPUTE WS-PRENOTE-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE "N" TO WS-EOF-BANK-MASTER
           PERFORM UNTIL EOF-BANK-MASTER
               READ BANK-ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET EOF-BANK-MASTER TO TRUE
                   NOT AT END
                       PERFORM PRENOTE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           DISPLAY "PRENOTES SENT " WS-PRENOTE-SENT-COUNT
                   " ACCOUNTS VERIFIED " WS-PRENOTE-VERIFIED-COUNT.

       PRENOTE-ONE-ACCOUNT.
           EVALUATE BAM-PRENOTE
               WHEN "V"
               WHEN "R"
                   CONTINUE
               WHEN "P"
      *> A pending flag with no usable send date cannot be aged, so
      *> the prenote is sent again rather than trusted
                   MOVE BAM-PRENOTE-DATE TO WS-DATE-CHECK-FIELD
                   PERFORM VALIDATE-ONE-DATE
                   IF NOT DATE-CHECK-OK OR BAM-PRENOTE-DATE = 0
                       PERFORM SEND-PRENOTE
                   ELSE
                       COMPUTE WS-PRENOTE-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(BAM-PRENOTE-DATE)
                       IF WS-PRENOTE-RUN-INT NOT <
                             WS-PRENOTE-DATE-INT + WS-PRENOTE-WAIT-DAYS
                           MOVE "V" TO BAM-PRENOTE
                           REWRITE BANK-MASTER-RECORD
                           ADD 1 TO WS-PRENOTE-VERIFIED-COUNT
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM SEND-PRENOTE
           END-EVALUATE.

       SEND-PRENOTE.
           MOVE "P" TO WS-BNK-D-TYPE
           MOVE BAM-EMP-ID TO WS-BNK-D-EMP-ID
           MOVE BAM-ROUTING TO WS-BNK-D-ROUTING
           MOVE BAM-ACCOUNT TO WS-BNK-D-ACCOUNT
           MOVE BAM-ACCT-TYPE TO WS-BNK-D-ACCT-TYPE
           MOVE 0 TO WS-BNK-D-AMOUNT
           WRITE BPY-RECORD FROM WS-BANK-DETAIL-RECORD
           MOVE "P" TO BAM-PRENOTE
           MOVE WS-RUN-DATE TO BAM-PRENOTE-DATE
           REWRITE BANK-MASTER-RECORD
           ADD 1 TO WS-PRENOTE-SENT-COUNT.

      *> One check-candidate detail per register line that fell out
      *> of the bank feed, carrying the register line's own amounts
      *> for the stub and the USD net the check is drawn for
       WRITE-CHECK-CANDIDATE.
           MOVE SPACES TO WS-CHECK-CAND-DETAIL
           MOVE "D" TO WS-CKC-D-TYPE
           MOVE SD-EMP-ID TO WS-CKC-D-EMP-ID
           MOVE SD-NAME TO WS-CKC-D-NAME
           MOVE SD-DEPT TO WS-CKC-D-DEPT
           MOVE WS-REASON-CODE TO WS-CKC-D-REASON
           MOVE SD-SALARY TO WS-CKC-D-GROSS
           MOVE SD-DEDUCT TO WS-CKC-D-DEDUCT
           MOVE SD-TAX TO WS-CKC-D-TAX
           MOVE SD-NET TO WS-CKC-D-NET
           MOVE SD-CURRENCY TO WS-CKC-D-CURRENCY
           MOVE SD-USD-NET TO WS-CKC-D-USD-NET
           MOVE SD-NOTE TO WS-CKC-D-NOTE
           WRITE CKC-RECORD FROM WS-CHECK-CAND-DETAIL
           ADD 1 TO WS-CHECK-CAND-COUNT.

      *> The candidate trailer carries the same check total the bank
      *> trailer proof used. A restarted or simulated run never
      *> reaches PAY-ONE-EMPLOYEE, so no candidate is cut and the
      *> count and total carried here are still zero.
       WRITE-CHECK-CANDIDATE-TRAILER.
           MOVE "T" TO WS-CKC-T-TYPE
           MOVE WS-CHECK-CAND-COUNT TO WS-CKC-T-COUNT
           MOVE WS-CHECK-NET-TOTAL TO WS-CKC-T-AMOUNT
           WRITE CKC-RECORD FROM WS-CHECK-CAND-TRAILER.

      *> CHECKPRT mode mainline: prove the candidate batch against
      *> its trailer, refuse a batch the check history says was
      *> already printed, then number, print, and register every
      *> candidate, cut the positive-pay issue file, and advance the
      *> check stock. The check register must tie to the check total
      *> the register run proved its bank feed with, or the step
      *> ends RETURN-CODE 12 and the positive-pay file is held.
       PRINT-CHECK-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-CHECK-STOCK
           PERFORM VERIFY-CHECK-CANDIDATES
           PERFORM CHECK-BATCH-ALREADY-PRINTED
           OPEN INPUT CHECK-CANDIDATE-FILE
           IF WS-CKC-FILE-STATUS NOT = "00"
               MOVE "CHECK-CANDIDATE-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CKC-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM OPEN-CHECK-OUTPUTS
           MOVE WS-CKC-H-SOURCE TO WS-CRH-SOURCE
           MOVE WS-CKC-H-PERIOD TO WS-CRH-PERIOD
           MOVE WS-RUN-DATE TO WS-CRH-RUN-DATE
           MOVE CSK-ACCOUNT TO WS-CRH-ACCOUNT
           WRITE CKR-PRINT-LINE FROM WS-CHECK-REG-HEADING
           WRITE CKR-PRINT-LINE FROM WS-CHECK-REG-COLUMNS
           MOVE "N" TO WS-EOF-CHECK-CAND
           PERFORM READ-CHECK-CANDIDATE
           PERFORM UNTIL EOF-CHECK-CAND
               IF CKC-RECORD(1:1) = "D"
                   MOVE CKC-RECORD TO WS-CHECK-CAND-DETAIL
                   PERFORM PRINT-ONE-CANDIDATE
               END-IF
               PERFORM READ-CHECK-CANDIDATE
           END-PERFORM
           CLOSE CHECK-CANDIDATE-FILE
           PERFORM WRITE-CHECK-REGISTER-TOTALS
           PERFORM WRITE-POSITIVE-PAY-TRAILER
      *> The batch is marked printed even when the register does
      *> not tie: its checks exist and carry numbers off the stock,
      *> so a rerun would print them a second time
           MOVE "B" TO WS-CKB-TYPE
           MOVE WS-CKC-H-SOURCE TO WS-CKB-SOURCE
           MOVE WS-CKC-H-PERIOD TO WS-CKB-PERIOD
           MOVE WS-CKC-H-RUN-DATE TO WS-CKB-RUN-DATE
           MOVE WS-CKC-H-RUN-TIME TO WS-CKB-RUN-TIME
           MOVE WS-CHECK-ISSUED-COUNT TO WS-CKB-COUNT
           MOVE WS-CHECK-REGISTER-TOTAL TO WS-CKB-AMOUNT
           MOVE WS-RUN-DATE TO WS-CKB-PRINT-DATE
           WRITE CKH-RECORD FROM WS-CHECK-BATCH-RECORD
           PERFORM CLOSE-CHECK-OUTPUTS
           PERFORM WRITE-CHECK-STOCK
           DISPLAY "CHECK RUN COMPLETE - CHECKS "
                   WS-CHECK-ISSUED-COUNT
                   " RECOVERIES " WS-CHECK-RECOVERY-COUNT
                   " NEXT CHECK " WS-CHECK-NEXT-NO
           IF NOT CHECK-REG-BALANCED
               MOVE 12 TO RETURN-CODE
           END-IF.

      *> The check-stock record must be present and carry a usable
      *> next number and disbursement account before a single check
      *> is numbered
       READ-CHECK-STOCK.
           MOVE SPACES TO WS-CHECK-STOCK-RECORD
           OPEN INPUT CHECK-STOCK-FILE
           IF WS-CSK-FILE-STATUS NOT = "00"
               MOVE "CHECK STOCK CONTROL NOT AVAILABLE" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           READ CHECK-STOCK-FILE INTO WS-CHECK-STOCK-RECORD
               AT END
                   MOVE "CHECK STOCK RECORD MISSING" TO
                        WS-RCTL-ERROR-TEXT
                   PERFORM REFUSE-RUN-CONTROL
           END-READ
           CLOSE CHECK-STOCK-FILE
           IF CSK-NEXT-CHECK NOT NUMERIC OR CSK-NEXT-CHECK = 0
               MOVE "CHECK STOCK NEXT NUMBER INVALID" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF CSK-ROUTING = SPACES OR CSK-ACCOUNT = SPACES
               MOVE "CHECK STOCK ACCOUNT MISSING" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           MOVE CSK-NEXT-CHECK TO WS-CHECK-NEXT-NO.

      *> Rewritten whole, like the run lock, with the next unused
      *> number and the date it was last drawn on
       WRITE-CHECK-STOCK.
           MOVE WS-CHECK-NEXT-NO TO CSK-NEXT-CHECK
           MOVE WS-RUN-DATE TO CSK-LAST-DATE
           OPEN OUTPUT CHECK-STOCK-FILE
           IF WS-CSK-FILE-STATUS NOT = "00"
               MOVE "CHECK-STOCK-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CSK-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           WRITE CSK-RECORD FROM WS-CHECK-STOCK-RECORD
           CLOSE CHECK-STOCK-FILE.

       READ-CHECK-CANDIDATE.
           READ CHECK-CANDIDATE-FILE
               AT END
                   SET EOF-CHECK-CAND TO TRUE
           END-READ.

      *> Proving pass over the candidate batch before anything is
      *> printed: header first, trailer last, and the details must
      *> add up to the trailer's count and check total
       VERIFY-CHECK-CANDIDATES.
           OPEN INPUT CHECK-CANDIDATE-FILE
           IF WS-CKC-FILE-STATUS NOT = "00"
               MOVE "CHECK-CANDIDATE-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CKC-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE "N" TO WS-EOF-CHECK-CAND
           MOVE "N" TO WS-CAND-TRAILER-SEEN
           MOVE 0 TO WS-CAND-DETAIL-COUNT
           MOVE 0 TO WS-CAND-DETAIL-TOTAL
           PERFORM READ-CHECK-CANDIDATE
           IF EOF-CHECK-CAND OR CKC-RECORD(1:1) NOT = "H"
               MOVE "CHECK CANDIDATE HEADER MISSING" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           MOVE CKC-RECORD TO WS-CHECK-CAND-HEADER
           PERFORM READ-CHECK-CANDIDATE
           PERFORM UNTIL EOF-CHECK-CAND
               PERFORM CHECK-CANDIDATE-RECORD
               PERFORM READ-CHECK-CANDIDATE
           END-PERFORM
           CLOSE CHECK-CANDIDATE-FILE
           IF NOT CAND-TRAILER-SEEN
               MOVE "CHECK CANDIDATE TRAILER MISSING" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF WS-CAND-DETAIL-COUNT NOT = WS-CKC-T-COUNT
               MOVE "CHECK CANDIDATE COUNT MISMATCH" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF WS-CAND-DETAIL-TOTAL NOT = WS-CKC-T-AMOUNT
               MOVE "CHECK CANDIDATE TOTAL MISMATCH" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF.

       CHECK-CANDIDATE-RECORD.
           IF CAND-TRAILER-SEEN
               MOVE "RECORD AFTER CANDIDATE TRAILER" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           EVALUATE CKC-RECORD(1:1)
               WHEN "D"
                   MOVE CKC-RECORD TO WS-CHECK-CAND-DETAIL
                   IF WS-CKC-D-USD-NET NOT NUMERIC
                       MOVE "CHECK CANDIDATE AMOUNT NOT NUMERIC" TO
                            WS-RCTL-ERROR-TEXT
                       PERFORM REFUSE-RUN-CONTROL
                   END-IF
                   ADD 1 TO WS-CAND-DETAIL-COUNT
                   ADD WS-CKC-D-USD-NET TO WS-CAND-DETAIL-TOTAL
               WHEN "T"
                   MOVE CKC-RECORD TO WS-CHECK-CAND-TRAILER
                   IF WS-CKC-T-COUNT NOT NUMERIC OR
                      WS-CKC-T-AMOUNT NOT NUMERIC
                       MOVE "CHECK CANDIDATE TRAILER NOT NUMERIC" TO
                            WS-RCTL-ERROR-TEXT
                       PERFORM REFUSE-RUN-CONTROL
                   END-IF
                   MOVE "Y" TO WS-CAND-TRAILER-SEEN
               WHEN OTHER
                   MOVE "UNKNOWN CHECK CANDIDATE RECORD TYPE" TO
                        WS-RCTL-ERROR-TEXT
                   PERFORM REFUSE-RUN-CONTROL
           END-EVALUATE.

       CHECK-BATCH-ALREADY-PRINTED.
           PERFORM FIND-CANDIDATE-BATCH-PRINTED
           IF CAND-BATCH-PRINTED
               MOVE "CHECK BATCH ALREADY PRINTED" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF.

      *> A batch is identified by the run that cut it - source, run
      *> date and run time from its header - and every batch printed
      *> leaves a B record on the check history
       FIND-CANDIDATE-BATCH-PRINTED.
           MOVE "N" TO WS-CAND-BATCH-PRINTED
           MOVE "N" TO WS-EOF-CHECK-HIST
           OPEN INPUT CHECK-HISTORY
           IF WS-CKH-FILE-STATUS NOT = "00" AND
              WS-CKH-FILE-STATUS NOT = "05"
               MOVE "CHECK-HISTORY" TO WS-ABEND-FILE-NAME
               MOVE WS-CKH-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM UNTIL EOF-CHECK-HIST
               READ CHECK-HISTORY
                   AT END
                       SET EOF-CHECK-HIST TO TRUE
                   NOT AT END
                       IF CKH-RECORD(1:1) = "B"
                           MOVE CKH-RECORD TO WS-CHECK-BATCH-RECORD
                           IF WS-CKB-SOURCE = WS-CKC-H-SOURCE AND
                              WS-CKB-RUN-DATE = WS-CKC-H-RUN-DATE AND
                              WS-CKB-RUN-TIME = WS-CKC-H-RUN-TIME
                               MOVE "Y" TO WS-CAND-BATCH-PRINTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-HISTORY.

      *> The register, RETURNS and OFFCYCLE each catalogue a new
      *> candidate generation and the check run prints only the
      *> latest, so none of them may cut one while the generation
      *> before it still holds candidates the check run has not
      *> printed; those checks would never be drawn. A generation
      *> with no details has nothing to lose.
       CHECK-PRIOR-CANDIDATES-PRINTED.
           MOVE 0 TO WS-CAND-DETAIL-COUNT
           MOVE "N" TO WS-EOF-CHECK-CAND
           OPEN INPUT PRIOR-CANDIDATE-FILE
           IF WS-PRV-FILE-STATUS NOT = "00" AND
              WS-PRV-FILE-STATUS NOT = "05"
               MOVE "PRIOR-CANDIDATE-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-PRV-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM READ-PRIOR-CANDIDATE
           IF NOT EOF-CHECK-CAND AND PRV-RECORD(1:1) = "H"
               MOVE PRV-RECORD TO WS-CHECK-CAND-HEADER
               PERFORM UNTIL EOF-CHECK-CAND
                   IF PRV-RECORD(1:1) = "D"
                       ADD 1 TO WS-CAND-DETAIL-COUNT
                   END-IF
                   PERFORM READ-PRIOR-CANDIDATE
               END-PERFORM
           END-IF
           CLOSE PRIOR-CANDIDATE-FILE
           IF WS-CAND-DETAIL-COUNT > 0
               PERFORM FIND-CANDIDATE-BATCH-PRINTED
               IF NOT CAND-BATCH-PRINTED
                   MOVE "PRIOR CHECK BATCH NOT YET PRINTED" TO
                        WS-RCTL-ERROR-TEXT
                   PERFORM REFUSE-RUN-CONTROL
               END-IF
           END-IF.

       READ-PRIOR-CANDIDATE.
           READ PRIOR-CANDIDATE-FILE
               AT END
                   SET EOF-CHECK-CAND TO TRUE
           END-READ.

      *> Outputs shared by the check run and the void/reissue run:
      *> check images, check register, positive pay, and the check
      *> history the new items are appended to
       OPEN-CHECK-OUTPUTS.
           OPEN OUTPUT CHECK-PRINT-FILE
           IF WS-CKP-FILE-STATUS NOT = "00"
               MOVE "CHECK-PRINT-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CKP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT CHECK-REGISTER-FILE
           IF WS-CKR-FILE-STATUS NOT = "00"
               MOVE "CHECK-REGISTER-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CKR-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT POSITIVE-PAY-FILE
           IF WS-PPY-FILE-STATUS NOT = "00"
               MOVE "POSITIVE-PAY-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-PPY-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN EXTEND CHECK-HISTORY
           IF WS-CKH-FILE-STATUS NOT = "00" AND
              WS-CKH-FILE-STATUS NOT = "05"
               MOVE "CHECK-HISTORY" TO WS-ABEND-FILE-NAME
               MOVE WS-CKH-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE "H" TO WS-PPY-H-TYPE
           MOVE CSK-ROUTING TO WS-PPY-H-ROUTING
           MOVE CSK-ACCOUNT TO WS-PPY-H-ACCOUNT
           MOVE WS-RUN-DATE TO WS-PPY-H-RUN-DATE
           WRITE PPY-RECORD FROM WS-POSPAY-HEADER.

       CLOSE-CHECK-OUTPUTS.
           CLOSE CHECK-PRINT-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE CHECK-HISTORY.

      *> A positive candidate gets the next check number, a stub
      *> and check image, a positive-pay issue record, and a check
      *> history record; a negative net is registered as a recovery
      *> with no check so the register still adds to the batch total
       PRINT-ONE-CANDIDATE.
           MOVE SPACES TO WS-CHECK-REG-LINE
           MOVE WS-CKC-D-EMP-ID TO WS-CKRL-EMP-ID
           MOVE WS-CKC-D-NAME TO WS-CKRL-NAME
           MOVE WS-CKC-D-DEPT TO WS-CKRL-DEPT
           MOVE WS-CKC-D-REASON TO WS-CKRL-REASON
           MOVE WS-CKC-D-USD-NET TO WS-CKRL-AMOUNT
           IF WS-CKC-D-USD-NET > 0
               PERFORM ASSIGN-CHECK-NUMBER
               MOVE WS-CKC-D-EMP-ID TO WS-CHECK-EMP-ID
               MOVE WS-CKC-D-NAME TO WS-CHECK-PAYEE
               MOVE WS-CKC-D-DEPT TO WS-CHECK-DEPT
               MOVE WS-CKC-D-USD-NET TO WS-CHECK-AMOUNT
               MOVE WS-RUN-DATE TO WS-CHECK-ISSUE-DATE
               MOVE WS-CKC-H-PERIOD TO WS-CHECK-PERIOD
               PERFORM WRITE-CANDIDATE-STUB
               PERFORM WRITE-CHECK-IMAGE
               MOVE "I" TO WS-PPY-D-TYPE
               PERFORM WRITE-POSITIVE-PAY-ITEM
               MOVE "I" TO WS-CKH-TYPE
               PERFORM WRITE-CHECK-HISTORY-ITEM
               MOVE WS-CHECK-NO TO WS-CKRL-CHECK-NO
               MOVE WS-CKC-D-NOTE TO WS-CKRL-NOTE
               ADD 1 TO WS-CHECK-ISSUED-COUNT
               ADD WS-CHECK-AMOUNT TO WS-CHECK-ISSUED-TOTAL
           ELSE
               MOVE "NO CHECK" TO WS-CKRL-CHECK-NO
               MOVE "NEGATIVE NET - RECOVER FROM EMPLOYEE" TO
                    WS-CKRL-NOTE
               ADD 1 TO WS-CHECK-RECOVERY-COUNT
               ADD WS-CKC-D-USD-NET TO WS-CHECK-RECOVERY-TOTAL
           END-IF
           WRITE CKR-PRINT-LINE FROM WS-CHECK-REG-LINE.

       ASSIGN-CHECK-NUMBER.
           MOVE WS-CHECK-NEXT-NO TO WS-CHECK-NO
           ADD 1 TO WS-CHECK-NEXT-NO.

      *> The stub carries the register line's own amounts in the
      *> employee's pay currency, and the USD check amount when the
      *> two differ
       WRITE-CANDIDATE-STUB.
           WRITE CKP-PRINT-LINE FROM WS-STUB-SEPARATOR
           MOVE WS-CHECK-PERIOD TO WS-CSH-PERIOD
           MOVE WS-CHECK-NO TO WS-CSH-CHECK-NO
           WRITE CKP-PRINT-LINE FROM WS-CHECK-STUB-HEADING
           MOVE WS-CKC-D-EMP-ID TO WS-STB-EMP-ID
           MOVE WS-CKC-D-NAME TO WS-STB-EMP-NAME
           MOVE WS-CKC-D-DEPT TO WS-STB-DEPT
           MOVE WS-CKC-D-CURRENCY TO WS-STB-CURRENCY
           WRITE CKP-PRINT-LINE FROM WS-STUB-EMP-LINE
      *> A re-queued returned deposit carries only the net it paid
           IF WS-CKC-D-GROSS NOT = 0
               MOVE "GROSS PAY:" TO WS-STB-LABEL
               MOVE WS-CKC-D-GROSS TO WS-STB-AMOUNT
               WRITE CKP-PRINT-LINE FROM WS-STUB-AMOUNT-LINE
               MOVE "TOTAL DEDUCTIONS:" TO WS-STB-LABEL
               MOVE WS-CKC-D-DEDUCT TO WS-STB-AMOUNT
               WRITE CKP-PRINT-LINE FROM WS-STUB-AMOUNT-LINE
               MOVE "TAX WITHHELD:" TO WS-STB-LABEL
               MOVE WS-CKC-D-TAX TO WS-STB-AMOUNT
               WRITE CKP-PRINT-LINE FROM WS-STUB-AMOUNT-LINE
           END-IF
           MOVE "NET PAY:" TO WS-STB-LABEL
           MOVE WS-CKC-D-NET TO WS-STB-AMOUNT
           WRITE CKP-PRINT-LINE FROM WS-STUB-AMOUNT-LINE
           IF WS-CKC-D-CURRENCY NOT = "USD"
               MOVE "CHECK AMOUNT (USD):" TO WS-STB-LABEL
               MOVE WS-CHECK-AMOUNT TO WS-STB-AMOUNT
               WRITE CKP-PRINT-LINE FROM WS-STUB-AMOUNT-LINE
           END-IF
           IF WS-CKC-D-NOTE NOT = SPACES
               MOVE WS-CKC-D-NOTE TO WS-STB-NOTE
               WRITE CKP-PRINT-LINE FROM WS-STUB-NOTE-LINE
           END-IF
           EVALUATE WS-CKC-D-REASON
               WHEN "E20"
                   MOVE "NO BANK ACCOUNT ON FILE" TO WS-CSR-TEXT
               WHEN "E21"
                   MOVE "DIRECT DEPOSIT PRENOTE NOT YET VERIFIED" TO
                        WS-CSR-TEXT
               WHEN "E35"
                   MOVE "BANK ACCOUNT RETURNED BY BANK" TO WS-CSR-TEXT
               WHEN OTHER
                   IF WS-CKC-D-REASON(1:1) = "R"
                       MOVE "DIRECT DEPOSIT RETURNED BY BANK" TO
                            WS-CSR-TEXT
                   ELSE
                       MOVE SPACES TO WS-CSR-TEXT
                   END-IF
           END-EVALUATE
           WRITE CKP-PRINT-LINE FROM WS-CHECK-STUB-REASON-LINE.

      *> The negotiable part: asterisk-protected USD amount drawn on
      *> the disbursement account named on the check-stock record
       WRITE-CHECK-IMAGE.
           MOVE WS-CHECK-NO TO WS-CKI-CHECK-NO
           MOVE WS-CHECK-ISSUE-DATE TO WS-CKI-DATE
           MOVE WS-CHECK-PAYEE TO WS-CKI-PAYEE
           MOVE WS-CHECK-EMP-ID TO WS-CKI-EMP-ID
           MOVE WS-CHECK-AMOUNT TO WS-CKI-AMOUNT
           MOVE CSK-ACCOUNT TO WS-CKI-ACCOUNT
           MOVE CSK-ROUTING TO WS-CKI-ROUTING
           WRITE CKP-PRINT-LINE FROM WS-STUB-SEPARATOR
           WRITE CKP-PRINT-LINE FROM WS-CHECK-IMAGE-TOP
           WRITE CKP-PRINT-LINE FROM WS-CHECK-IMAGE-DATE
           WRITE CKP-PRINT-LINE FROM WS-CHECK-IMAGE-PAYEE
           WRITE CKP-PRINT-LINE FROM WS-CHECK-IMAGE-AMOUNT
           WRITE CKP-PRINT-LINE FROM WS-CHECK-IMAGE-BANK.

      *> WS-PPY-D-TYPE is set by the caller: I issue, V void
       WRITE-POSITIVE-PAY-ITEM.
           MOVE CSK-ACCOUNT TO WS-PPY-D-ACCOUNT
           MOVE WS-CHECK-NO TO WS-PPY-D-CHECK-NO
           MOVE WS-CHECK-AMOUNT TO WS-PPY-D-AMOUNT
           MOVE WS-CHECK-ISSUE-DATE TO WS-PPY-D-ISSUE-DATE
           MOVE WS-CHECK-PAYEE TO WS-PPY-D-PAYEE
           WRITE PPY-RECORD FROM WS-POSPAY-DETAIL
           ADD 1 TO WS-PPY-ITEM-COUNT.

       WRITE-POSITIVE-PAY-TRAILER.
           MOVE "T" TO WS-PPY-T-TYPE
           MOVE WS-PPY-ITEM-COUNT TO WS-PPY-T-COUNT
           COMPUTE WS-PPY-T-ISSUED =
               WS-CHECK-ISSUED-TOTAL + WS-CHECK-REISSUE-TOTAL
           MOVE WS-CHECK-VOID-TOTAL TO WS-PPY-T-VOIDED
           WRITE PPY-RECORD FROM WS-POSPAY-TRAILER.

      *> WS-CKH-TYPE is set by the caller: I issue, V void
       WRITE-CHECK-HISTORY-ITEM.
           MOVE WS-CHECK-NO TO WS-CKH-CHECK-NO
           MOVE WS-CHECK-EMP-ID TO WS-CKH-EMP-ID
           MOVE WS-CHECK-PAYEE TO WS-CKH-PAYEE
           MOVE WS-CHECK-DEPT TO WS-CKH-DEPT
           MOVE WS-CHECK-AMOUNT TO WS-CKH-AMOUNT
           MOVE WS-CHECK-ISSUE-DATE TO WS-CKH-ISSUE-DATE
           MOVE WS-CHECK-PERIOD TO WS-CKH-PERIOD
           MOVE WS-RUN-DATE TO WS-CKH-ACTION-DATE
           WRITE CKH-RECORD FROM WS-CHECK-HIST-RECORD.

      *> Checks issued plus recoveries listed must equal the check
      *> total the register run carried in the candidate trailer
       WRITE-CHECK-REGISTER-TOTALS.
           COMPUTE WS-CHECK-REGISTER-TOTAL =
               WS-CHECK-ISSUED-TOTAL + WS-CHECK-RECOVERY-TOTAL
           MOVE SPACES TO CKR-PRINT-LINE
           WRITE CKR-PRINT-LINE
           MOVE "CHECKS ISSUED" TO WS-CKRT-LABEL
           MOVE WS-CHECK-ISSUED-COUNT TO WS-CKRT-COUNT
           MOVE WS-CHECK-ISSUED-TOTAL TO WS-CKRT-AMOUNT
           WRITE CKR-PRINT-LINE FROM WS-CHECK-REG-TOTAL-LINE
           MOVE "RECOVERIES - NO CHECK" TO WS-CKRT-LABEL
           MOVE WS-CHECK-RECOVERY-COUNT TO WS-CKRT-COUNT
           MOVE WS-CHECK-RECOVERY-TOTAL TO WS-CKRT-AMOUNT
           WRITE CKR-PRINT-LINE FROM WS-CHECK-REG-TOTAL-LINE
           MOVE "CHECK REGISTER TOTAL" TO WS-CKRT-LABEL
           COMPUTE WS-CKRT-COUNT =
               WS-CHECK-ISSUED-COUNT + WS-CHECK-RECOVERY-COUNT
           MOVE WS-CHECK-REGISTER-TOTAL TO WS-CKRT-AMOUNT
           WRITE CKR-PRINT-LINE FROM WS-CHECK-REG-TOTAL-LINE
           MOVE "REGISTER RUN CHECK TOTAL" TO WS-CKRT-LABEL
           MOVE WS-CKC-T-COUNT TO WS-CKRT-COUNT
           MOVE WS-CKC-T-AMOUNT TO WS-CKRT-AMOUNT
           WRITE CKR-PRINT-LINE FROM WS-CHECK-REG-TOTAL-LINE
           IF WS-CHECK-REGISTER-TOTAL = WS-CKC-T-AMOUNT
               WRITE CKR-PRINT-LINE FROM WS-CHECK-TIE-LINE
           ELSE
               MOVE "N" TO WS-CHECK-REG-BALANCED
               WRITE CKR-PRINT-LINE FROM WS-CHECK-NO-TIE-LINE
               DISPLAY "CHECK REGISTER OUT OF BALANCE - REGISTER "
                       WS-CHECK-REGISTER-TOTAL
                       " RUN " WS-CKC-T-AMOUNT
           END-IF.

      *> CHKVOID mode mainline: load and validate the keyed voids,
      *> look each check up on the check history, then void it on
      *> positive pay and the history and, for an R transaction,
      *> reissue it under the next number on the stock. Each void
      *> and reissue leaves an audit record; a check never issued
      *> or already voided is rejected on the check register with
      *> RETURN-CODE 4.
       VOID-REISSUE-CHECKS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-CHECK-STOCK
           PERFORM LOAD-VOID-TRANSACTIONS
           PERFORM FIND-VOIDED-CHECKS
           PERFORM OPEN-CHECK-OUTPUTS
           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE "AUDIT-TRAIL" TO WS-ABEND-FILE-NAME
               MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE "VOID/REISSUE" TO WS-CRH-SOURCE
           MOVE SPACES TO WS-CRH-PERIOD
           MOVE WS-RUN-DATE TO WS-CRH-RUN-DATE
           MOVE CSK-ACCOUNT TO WS-CRH-ACCOUNT
           WRITE CKR-PRINT-LINE FROM WS-CHECK-REG-HEADING
           WRITE CKR-PRINT-LINE FROM WS-CHECK-REG-COLUMNS
           PERFORM VARYING WS-CKV-IDX FROM 1 BY 1
                   UNTIL WS-CKV-IDX > WS-CKV-COUNT
               PERFORM APPLY-ONE-VOID
           END-PERFORM
           MOVE SPACES TO CKR-PRINT-LINE
           WRITE CKR-PRINT-LINE
           MOVE "CHECKS VOIDED" TO WS-CKRT-LABEL
           MOVE WS-CHECK-VOID-COUNT TO WS-CKRT-COUNT
           MOVE WS-CHECK-VOID-TOTAL TO WS-CKRT-AMOUNT
           WRITE CKR-PRINT-LINE FROM WS-CHECK-REG-TOTAL-LINE
           MOVE "CHECKS REISSUED" TO WS-CKRT-LABEL
           MOVE WS-CHECK-REISSUE-COUNT TO WS-CKRT-COUNT
           MOVE WS-CHECK-REISSUE-TOTAL TO WS-CKRT-AMOUNT
           WRITE CKR-PRINT-LINE FROM WS-CHECK-REG-TOTAL-LINE
           MOVE "TRANSACTIONS REJECTED" TO WS-CKRT-LABEL
           MOVE WS-CHECK-REJECT-COUNT TO WS-CKRT-COUNT
           MOVE 0 TO WS-CKRT-AMOUNT
           WRITE CKR-PRINT-LINE FROM WS-CHECK-REG-TOTAL-LINE
           PERFORM WRITE-POSITIVE-PAY-TRAILER
           PERFORM CLOSE-CHECK-OUTPUTS
           CLOSE AUDIT-TRAIL
           PERFORM WRITE-CHECK-STOCK
           DISPLAY "VOID RUN COMPLETE - VOIDED "
                   WS-CHECK-VOID-COUNT
                   " REISSUED " WS-CHECK-REISSUE-COUNT
                   " REJECTED " WS-CHECK-REJECT-COUNT
           IF WS-CHECK-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> A malformed transaction refuses the whole run before any
      *> check is touched, the same stance the adjustment rules take
       LOAD-VOID-TRANSACTIONS.
           MOVE 0 TO WS-CKV-COUNT
           MOVE "N" TO WS-EOF-CHECK-VOID
           OPEN INPUT CHECK-VOID-FILE
           IF WS-CKV-FILE-STATUS NOT = "00"
               MOVE "CHECK-VOID-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CKV-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM UNTIL EOF-CHECK-VOID
               READ CHECK-VOID-FILE INTO WS-CHECK-VOID-CARD
                   AT END
                       SET EOF-CHECK-VOID TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-VOID
               END-READ
           END-PERFORM
           CLOSE CHECK-VOID-FILE
           IF WS-CKV-COUNT = 0
               MOVE "NO VOID TRANSACTIONS ON FILE" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF.

       LOAD-ONE-VOID.
           IF CKV-ACTION NOT = "V" AND CKV-ACTION NOT = "R"
               MOVE "VOID ACTION MUST BE V OR R" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF CKV-CHECK-NO NOT NUMERIC
               MOVE "VOID CHECK NUMBER NOT NUMERIC" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF WS-CKV-COUNT NOT < 200
               MOVE "TOO MANY VOID TRANSACTIONS" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF WS-CKV-COUNT > 0
               SET WS-CKV-IDX TO 1
               SEARCH WS-CKV-ENTRY
                   WHEN WS-CKVT-CHECK-NO(WS-CKV-IDX) = CKV-CHECK-NO
                       MOVE "CHECK NUMBER KEYED TWICE" TO
                            WS-RCTL-ERROR-TEXT
                       PERFORM REFUSE-RUN-CONTROL
               END-SEARCH
           END-IF
           ADD 1 TO WS-CKV-COUNT
           MOVE CKV-ACTION TO WS-CKVT-ACTION(WS-CKV-COUNT)
           MOVE CKV-CHECK-NO TO WS-CKVT-CHECK-NO(WS-CKV-COUNT)
           MOVE CKV-REASON TO WS-CKVT-REASON(WS-CKV-COUNT)
           MOVE SPACE TO WS-CKVT-STATUS(WS-CKV-COUNT)
           MOVE 0 TO WS-CKVT-EMP-ID(WS-CKV-COUNT)
           MOVE SPACES TO WS-CKVT-PAYEE(WS-CKV-COUNT)
           MOVE SPACES TO WS-CKVT-DEPT(WS-CKV-COUNT)
           MOVE 0 TO WS-CKVT-AMOUNT(WS-CKV-COUNT)
           MOVE 0 TO WS-CKVT-ISSUE-DATE(WS-CKV-COUNT)
           MOVE 0 TO WS-CKVT-PERIOD(WS-CKV-COUNT).

      *> One pass of the check history settles every keyed void: the
      *> issue record supplies payee, amount and issue date, and a
      *> later void record marks the check already voided
       FIND-VOIDED-CHECKS.
           MOVE "N" TO WS-EOF-CHECK-HIST
           OPEN INPUT CHECK-HISTORY
           IF WS-CKH-FILE-STATUS NOT = "00" AND
              WS-CKH-FILE-STATUS NOT = "05"
               MOVE "CHECK-HISTORY" TO WS-ABEND-FILE-NAME
               MOVE WS-CKH-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM UNTIL EOF-CHECK-HIST
               READ CHECK-HISTORY
                   AT END
                       SET EOF-CHECK-HIST TO TRUE
                   NOT AT END
                       IF CKH-RECORD(1:1) = "I" OR
                          CKH-RECORD(1:1) = "V"
                           MOVE CKH-RECORD TO WS-CHECK-HIST-RECORD
                           PERFORM MATCH-HISTORY-TO-VOID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-HISTORY.

       MATCH-HISTORY-TO-VOID.
           SET WS-CKV-IDX TO 1
           SEARCH WS-CKV-ENTRY
               WHEN WS-CKVT-CHECK-NO(WS-CKV-IDX) = WS-CKH-CHECK-NO
                   IF WS-CKH-TYPE = "I"
                       MOVE "I" TO WS-CKVT-STATUS(WS-CKV-IDX)
                       MOVE WS-CKH-EMP-ID TO
                            WS-CKVT-EMP-ID(WS-CKV-IDX)
                       MOVE WS-CKH-PAYEE TO WS-CKVT-PAYEE(WS-CKV-IDX)
                       MOVE WS-CKH-DEPT TO WS-CKVT-DEPT(WS-CKV-IDX)
                       MOVE WS-CKH-AMOUNT TO
                            WS-CKVT-AMOUNT(WS-CKV-IDX)
                       MOVE WS-CKH-ISSUE-DATE TO
                            WS-CKVT-ISSUE-DATE(WS-CKV-IDX)
                       MOVE WS-CKH-PERIOD TO
                            WS-CKVT-PERIOD(WS-CKV-IDX)
                   ELSE
                       MOVE "V" TO WS-CKVT-STATUS(WS-CKV-IDX)
                   END-IF
           END-SEARCH.

       APPLY-ONE-VOID.
           MOVE SPACES TO WS-CHECK-REG-LINE
           MOVE WS-CKVT-CHECK-NO(WS-CKV-IDX) TO WS-CKRL-CHECK-NO
           EVALUATE WS-CKVT-STATUS(WS-CKV-IDX)
               WHEN "I"
                   PERFORM VOID-ONE-CHECK
               WHEN "V"
                   MOVE "REJECTED - CHECK ALREADY VOIDED" TO
                        WS-CKRL-NOTE
                   WRITE CKR-PRINT-LINE FROM WS-CHECK-REG-LINE
                   ADD 1 TO WS-CHECK-REJECT-COUNT
               WHEN OTHER
                   MOVE "REJECTED - NOT ON CHECK HISTORY" TO
                        WS-CKRL-NOTE
                   WRITE CKR-PRINT-LINE FROM WS-CHECK-REG-LINE
                   ADD 1 TO WS-CHECK-REJECT-COUNT
           END-EVALUATE.

      *> The void goes to the bank on positive pay, so the old number
      *> can never clear, and to the check history, so it cannot be
      *> voided twice. A reissue prints the same payee and amount
      *> under the next number off the stock. The audit images carry
      *> the check: payee in the name column, amount in the salary
      *> column, check number in the term-date column, and I issued
      *> or V voided in the status column; the action code is V for
      *> a void only and R for a void and reissue.
       VOID-ONE-CHECK.
           MOVE WS-CKVT-CHECK-NO(WS-CKV-IDX) TO WS-CHECK-NO
           MOVE WS-CKVT-EMP-ID(WS-CKV-IDX) TO WS-CHECK-EMP-ID
           MOVE WS-CKVT-PAYEE(WS-CKV-IDX) TO WS-CHECK-PAYEE
           MOVE WS-CKVT-DEPT(WS-CKV-IDX) TO WS-CHECK-DEPT
           MOVE WS-CKVT-AMOUNT(WS-CKV-IDX) TO WS-CHECK-AMOUNT
           MOVE WS-CKVT-ISSUE-DATE(WS-CKV-IDX) TO WS-CHECK-ISSUE-DATE
           MOVE WS-CKVT-PERIOD(WS-CKV-IDX) TO WS-CHECK-PERIOD
           MOVE "V" TO WS-PPY-D-TYPE
           PERFORM WRITE-POSITIVE-PAY-ITEM
           MOVE "V" TO WS-CKH-TYPE
           PERFORM WRITE-CHECK-HISTORY-ITEM
           ADD 1 TO WS-CHECK-VOID-COUNT
           ADD WS-CHECK-AMOUNT TO WS-CHECK-VOID-TOTAL
           MOVE WS-CHECK-EMP-ID TO WS-CKRL-EMP-ID
           MOVE WS-CHECK-PAYEE TO WS-CKRL-NAME
           MOVE WS-CHECK-DEPT TO WS-CKRL-DEPT
           MOVE WS-CHECK-AMOUNT TO WS-CKRL-AMOUNT
           STRING "VOIDED - " DELIMITED BY SIZE
                  WS-CKVT-REASON(WS-CKV-IDX) DELIMITED BY SIZE
                  INTO WS-CKRL-NOTE
           END-STRING
           WRITE CKR-PRINT-LINE FROM WS-CHECK-REG-LINE
           MOVE WS-CHECK-EMP-ID TO WS-AUD-BEFORE-ID
           MOVE WS-CHECK-PAYEE TO WS-AUD-BEFORE-NAME
           MOVE WS-CHECK-AMOUNT TO WS-AUD-BEFORE-SALARY
           MOVE WS-CHECK-DEPT TO WS-AUD-BEFORE-DEPT
           MOVE "I" TO WS-AUD-BEFORE-STATUS
           MOVE WS-CHECK-NO TO WS-AUD-BEFORE-TERM-DATE
           MOVE WS-CHECK-EMP-ID TO WS-AUD-AFTER-ID
           MOVE WS-CHECK-PAYEE TO WS-AUD-AFTER-NAME
           MOVE WS-CHECK-AMOUNT TO WS-AUD-AFTER-SALARY
           MOVE WS-CHECK-DEPT TO WS-AUD-AFTER-DEPT
           IF WS-CKVT-ACTION(WS-CKV-IDX) = "R"
               PERFORM ASSIGN-CHECK-NUMBER
               MOVE WS-RUN-DATE TO WS-CHECK-ISSUE-DATE
               PERFORM WRITE-REISSUE-STUB
               PERFORM WRITE-CHECK-IMAGE
               MOVE "I" TO WS-PPY-D-TYPE
               PERFORM WRITE-POSITIVE-PAY-ITEM
               MOVE "I" TO WS-CKH-TYPE
               PERFORM WRITE-CHECK-HISTORY-ITEM
               ADD 1 TO WS-CHECK-REISSUE-COUNT
               ADD WS-CHECK-AMOUNT TO WS-CHECK-REISSUE-TOTAL
               MOVE WS-CHECK-NO TO WS-CKRL-CHECK-NO
               MOVE SPACES TO WS-CKRL-NOTE
               STRING "REISSUE OF " DELIMITED BY SIZE
                      WS-CKVT-CHECK-NO(WS-CKV-IDX) DELIMITED BY SIZE
                      INTO WS-CKRL-NOTE
               END-STRING
               WRITE CKR-PRINT-LINE FROM WS-CHECK-REG-LINE
               MOVE "I" TO WS-AUD-AFTER-STATUS
               MOVE WS-CHECK-NO TO WS-AUD-AFTER-TERM-DATE
               MOVE "R" TO WS-AUD-ACTION-CODE
           ELSE
               MOVE "V" TO WS-AUD-AFTER-STATUS
               MOVE WS-CHECK-NO TO WS-AUD-AFTER-TERM-DATE
               MOVE "V" TO WS-AUD-ACTION-CODE
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-REISSUE-STUB.
           WRITE CKP-PRINT-LINE FROM WS-STUB-SEPARATOR
           MOVE WS-CHECK-PERIOD TO WS-CSH-PERIOD
           MOVE WS-CHECK-NO TO WS-CSH-CHECK-NO
           WRITE CKP-PRINT-LINE FROM WS-CHECK-STUB-HEADING
           MOVE WS-CHECK-EMP-ID TO WS-STB-EMP-ID
           MOVE WS-CHECK-PAYEE TO WS-STB-EMP-NAME
           MOVE WS-CHECK-DEPT TO WS-STB-DEPT
           MOVE "USD" TO WS-STB-CURRENCY
           WRITE CKP-PRINT-LINE FROM WS-STUB-EMP-LINE
           MOVE "CHECK AMOUNT (USD):" TO WS-STB-LABEL
           MOVE WS-CHECK-AMOUNT TO WS-STB-AMOUNT
           WRITE CKP-PRINT-LINE FROM WS-STUB-AMOUNT-LINE
           MOVE SPACES TO WS-CSR-TEXT
           STRING "REISSUE OF CHECK " DELIMITED BY SIZE
                  WS-CKVT-CHECK-NO(WS-CKV-IDX) DELIMITED BY SIZE
                  INTO WS-CSR-TEXT
           END-STRING
           WRITE CKP-PRINT-LINE FROM WS-CHECK-STUB-REASON-LINE.

      *> RETURNS mode mainline: load the bank's returns and
      *> notifications of change, drop any an earlier run already
      *> applied, prove each returned deposit against the bank-feed
      *> generations, then apply everything to BANKMAST with audit
      *> images. Returned money is re-queued on a check-candidate
      *> batch for the check run and reversed on its own GL
      *> generation. Every entry lands on the returns report;
      *> rejected entries raise RETURN-CODE 4.
       PROCESS-BANK-RETURNS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM CHECK-PRIOR-CANDIDATES-PRINTED
           PERFORM LOAD-BANK-RETURNS
           IF WS-RTN-COUNT > 0
               PERFORM FIND-APPLIED-RETURNS
               PERFORM FIND-RETURNED-PAYMENTS
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-EMP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN I-O BANK-ACCOUNT-MASTER
           IF WS-BAM-FILE-STATUS NOT = "00"
               MOVE "BANK-ACCOUNT-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-BAM-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE "AUDIT-TRAIL" TO WS-ABEND-FILE-NAME
               MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN EXTEND RETURN-HISTORY
           IF WS-RTH-FILE-STATUS NOT = "00" AND
              WS-RTH-FILE-STATUS NOT = "05"
               MOVE "RETURN-HISTORY" TO WS-ABEND-FILE-NAME
               MOVE WS-RTH-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT RETURNS-REPORT
           IF WS-RTNR-FILE-STATUS NOT = "00"
               MOVE "RETURNS-REPORT" TO WS-ABEND-FILE-NAME
               MOVE WS-RTNR-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT CHECK-CANDIDATE-FILE
           IF WS-CKC-FILE-STATUS NOT = "00"
               MOVE "CHECK-CANDIDATE-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CKC-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT GL-INTERFACE
           IF WS-GL-FILE-STATUS NOT = "00"
               MOVE "GL-INTERFACE" TO WS-ABEND-FILE-NAME
               MOVE WS-GL-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE WS-RUN-DATE TO WS-RTNH-RUN-DATE
           WRITE RTNR-PRINT-LINE FROM WS-RTN-REPORT-HEADING
           WRITE RTNR-PRINT-LINE FROM WS-RTN-REPORT-COLUMNS
           MOVE "H" TO WS-CKC-H-TYPE
           MOVE "RETURNS" TO WS-CKC-H-SOURCE
           MOVE WS-RUN-DATE TO WS-CKC-H-PERIOD
           MOVE WS-RUN-DATE TO WS-CKC-H-RUN-DATE
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK(1:6) TO WS-CKC-H-RUN-TIME
           MOVE SPACE TO WS-CKC-H-FREQ
           WRITE CKC-RECORD FROM WS-CHECK-CAND-HEADER
           PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
                   UNTIL WS-RTN-IDX > WS-RTN-COUNT
               PERFORM APPLY-ONE-RETURN
           END-PERFORM
           PERFORM WRITE-RETURNS-TOTALS
           MOVE "T" TO WS-CKC-T-TYPE
           MOVE WS-CHECK-CAND-COUNT TO WS-CKC-T-COUNT
           MOVE WS-RTN-REVERSED-TOTAL TO WS-CKC-T-AMOUNT
           WRITE CKC-RECORD FROM WS-CHECK-CAND-TRAILER
           PERFORM WRITE-RETURNS-GL
           CLOSE EMPLOYEE-MASTER
           CLOSE BANK-ACCOUNT-MASTER
           CLOSE AUDIT-TRAIL
           CLOSE RETURN-HISTORY
           CLOSE RETURNS-REPORT
           CLOSE CHECK-CANDIDATE-FILE
           CLOSE GL-INTERFACE
           DISPLAY "RETURNS COMPLETE - REVERSED "
                   WS-RTN-REVERSED-COUNT
                   " PRENOTES " WS-RTN-PRENOTE-COUNT
                   " NOC " WS-RTN-NOC-COUNT
                   " REJECTED " WS-RTN-REJECT-COUNT
           IF WS-RTN-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-BANK-RETURNS.
           MOVE 0 TO WS-RTN-COUNT
           MOVE "N" TO WS-EOF-RETURNS
           OPEN INPUT BANK-RETURN-FILE
           IF WS-RTN-FILE-STATUS NOT = "00"
               MOVE "BANK-RETURN-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-RTN-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM UNTIL EOF-RETURNS
               READ BANK-RETURN-FILE INTO WS-BANK-RETURN-RECORD
                   AT END
                       SET EOF-RETURNS TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-RETURN
               END-READ
           END-PERFORM
           CLOSE BANK-RETURN-FILE.

      *> The bank's file cannot be re-keyed, so a malformed entry is
      *> rejected onto the report instead of refusing the run
       LOAD-ONE-RETURN.
           IF WS-RTN-COUNT NOT < 500
               MOVE "TOO MANY BANK RETURNS ON FILE" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           ADD 1 TO WS-RTN-COUNT
           SET WS-RTN-IDX TO WS-RTN-COUNT
           MOVE RTN-ENTRY-TYPE TO WS-RTNT-TYPE(WS-RTN-IDX)
           IF RTN-EMP-ID NUMERIC
               MOVE RTN-EMP-ID TO WS-RTNT-EMP-ID(WS-RTN-IDX)
           ELSE
               MOVE 0 TO WS-RTNT-EMP-ID(WS-RTN-IDX)
           END-IF
           MOVE RTN-REASON-CODE TO WS-RTNT-REASON(WS-RTN-IDX)
           MOVE RTN-ORIG-ROUTING TO WS-RTNT-ORIG-ROUTING(WS-RTN-IDX)
           MOVE RTN-ORIG-ACCOUNT TO WS-RTNT-ORIG-ACCOUNT(WS-RTN-IDX)
           IF RTN-AMOUNT NUMERIC
               MOVE RTN-AMOUNT TO WS-RTNT-AMOUNT(WS-RTN-IDX)
           ELSE
               MOVE 0 TO WS-RTNT-AMOUNT(WS-RTN-IDX)
           END-IF
           MOVE RTN-PERIOD TO WS-RTNT-PERIOD(WS-RTN-IDX)
           MOVE RTN-NEW-ROUTING TO WS-RTNT-NEW-ROUTING(WS-RTN-IDX)
           MOVE RTN-NEW-ACCOUNT TO WS-RTNT-NEW-ACCOUNT(WS-RTN-IDX)
           MOVE RTN-NEW-ACCT-TYPE TO
                WS-RTNT-NEW-ACCT-TYPE(WS-RTN-IDX)
           MOVE SPACE TO WS-RTNT-STATUS(WS-RTN-IDX)
           MOVE "N" TO WS-RTNT-PAID(WS-RTN-IDX)
           MOVE SPACES TO WS-RTNT-MESSAGE(WS-RTN-IDX)
           EVALUATE TRUE
               WHEN RTN-ENTRY-TYPE NOT = "R" AND NOT = "C"
                   MOVE "X" TO WS-RTNT-STATUS(WS-RTN-IDX)
                   MOVE "REJECTED - ENTRY TYPE NOT R OR C" TO
                        WS-RTNT-MESSAGE(WS-RTN-IDX)
               WHEN RTN-EMP-ID NOT NUMERIC
                   MOVE "X" TO WS-RTNT-STATUS(WS-RTN-IDX)
                   MOVE "REJECTED - EMPLOYEE ID NOT NUMERIC" TO
                        WS-RTNT-MESSAGE(WS-RTN-IDX)
               WHEN RTN-ENTRY-TYPE = "R" AND RTN-AMOUNT NOT NUMERIC
                   MOVE "X" TO WS-RTNT-STATUS(WS-RTN-IDX)
                   MOVE "REJECTED - AMOUNT NOT NUMERIC" TO
                        WS-RTNT-MESSAGE(WS-RTN-IDX)
               WHEN RTN-ENTRY-TYPE = "R" AND RTN-AMOUNT > 0 AND
                    RTN-PERIOD NOT NUMERIC
                   MOVE "X" TO WS-RTNT-STATUS(WS-RTN-IDX)
                   MOVE "REJECTED - PAYMENT PERIOD NOT NUMERIC" TO
                        WS-RTNT-MESSAGE(WS-RTN-IDX)
               WHEN RTN-ENTRY-TYPE = "C" AND
                    RTN-NEW-ROUTING = SPACES AND
                    RTN-NEW-ACCOUNT = SPACES AND
                    RTN-NEW-ACCT-TYPE = SPACE
                   MOVE "X" TO WS-RTNT-STATUS(WS-RTN-IDX)
                   MOVE "REJECTED - NO CORRECTED DATA ON NOC" TO
                        WS-RTNT-MESSAGE(WS-RTN-IDX)
               WHEN RTN-ENTRY-TYPE = "C" AND
                    RTN-NEW-ROUTING NOT = SPACES AND
                    RTN-NEW-ROUTING NOT NUMERIC
                   MOVE "X" TO WS-RTNT-STATUS(WS-RTN-IDX)
                   MOVE "REJECTED - CORRECTED ROUTING NOT NUMERIC" TO
                        WS-RTNT-MESSAGE(WS-RTN-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> A bank file sent twice, or an entry the bank repeats, finds
      *> its twin on the return history and is not applied again
       FIND-APPLIED-RETURNS.
           MOVE "N" TO WS-EOF-RETURN-HIST
           OPEN INPUT RETURN-HISTORY
           IF WS-RTH-FILE-STATUS NOT = "00" AND
              WS-RTH-FILE-STATUS NOT = "05"
               MOVE "RETURN-HISTORY" TO WS-ABEND-FILE-NAME
               MOVE WS-RTH-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM UNTIL EOF-RETURN-HIST
               READ RETURN-HISTORY INTO WS-RETURN-HIST-RECORD
                   AT END
                       SET EOF-RETURN-HIST TO TRUE
                   NOT AT END
                       PERFORM MATCH-HISTORY-TO-RETURN
               END-READ
           END-PERFORM
           CLOSE RETURN-HISTORY.

       MATCH-HISTORY-TO-RETURN.
           SET WS-RTN-IDX TO 1
           SEARCH WS-RTN-ENTRY
               WHEN WS-RTNT-STATUS(WS-RTN-IDX) = SPACE AND
                    WS-RTNT-TYPE(WS-RTN-IDX) = WS-RTH-TYPE AND
                    WS-RTNT-EMP-ID(WS-RTN-IDX) = WS-RTH-EMP-ID AND
                    WS-RTNT-REASON(WS-RTN-IDX) = WS-RTH-REASON AND
                    WS-RTNT-ORIG-ACCOUNT(WS-RTN-IDX) =
                        WS-RTH-ORIG-ACCOUNT AND
                    WS-RTNT-AMOUNT(WS-RTN-IDX) = WS-RTH-AMOUNT AND
                    WS-RTNT-PERIOD(WS-RTN-IDX) = WS-RTH-PERIOD
                   MOVE "D" TO WS-RTNT-STATUS(WS-RTN-IDX)
                   STRING "REJECTED - ALREADY APPLIED "
                              DELIMITED BY SIZE
                          WS-RTH-APPLIED-DATE DELIMITED BY SIZE
                          INTO WS-RTNT-MESSAGE(WS-RTN-IDX)
                   END-STRING
           END-SEARCH.

      *> BANKPAY is read as the whole generation group, so a return
      *> is proven against the payment actually sent: same employee,
      *> same amount, in the batch for the period the bank quotes
       FIND-RETURNED-PAYMENTS.
           MOVE "N" TO WS-EOF-BANK-PAYMENT
           MOVE 0 TO WS-BNK-H-PERIOD
           OPEN INPUT BANK-PAYMENT-FILE
           IF WS-BPY-FILE-STATUS NOT = "00"
               MOVE "BANK-PAYMENT-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-BPY-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM UNTIL EOF-BANK-PAYMENT
               READ BANK-PAYMENT-FILE
                   AT END
                       SET EOF-BANK-PAYMENT TO TRUE
                   NOT AT END
                       EVALUATE BPY-RECORD(1:1)
                           WHEN "H"
                               MOVE BPY-RECORD TO
                                    WS-BANK-HEADER-RECORD
                           WHEN "D"
                               MOVE BPY-RECORD TO
                                    WS-BANK-DETAIL-RECORD
                               PERFORM MATCH-PAYMENT-TO-RETURN
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE BANK-PAYMENT-FILE.

       MATCH-PAYMENT-TO-RETURN.
           SET WS-RTN-IDX TO 1
           SEARCH WS-RTN-ENTRY
               WHEN WS-RTNT-STATUS(WS-RTN-IDX) = SPACE AND
                    WS-RTNT-TYPE(WS-RTN-IDX) = "R" AND
                    WS-RTNT-PAID(WS-RTN-IDX) = "N" AND
                    WS-RTNT-EMP-ID(WS-RTN-IDX) = WS-BNK-D-EMP-ID AND
                    WS-RTNT-AMOUNT(WS-RTN-IDX) = WS-BNK-D-AMOUNT AND
                    WS-RTNT-PERIOD(WS-RTN-IDX) = WS-BNK-H-PERIOD
                   MOVE "Y" TO WS-RTNT-PAID(WS-RTN-IDX)
           END-SEARCH.

       APPLY-ONE-RETURN.
           MOVE SPACES TO WS-RTN-REPORT-LINE
           MOVE WS-RTNT-TYPE(WS-RTN-IDX) TO WS-RTNL-TYPE
           MOVE WS-RTNT-EMP-ID(WS-RTN-IDX) TO WS-RTNL-EMP-ID
           MOVE WS-RTNT-REASON(WS-RTN-IDX) TO WS-RTNL-CODE
           PERFORM DESCRIBE-RETURN-REASON
           MOVE WS-RTN-REASON-TEXT TO WS-RTNL-REASON
           MOVE WS-RTNT-AMOUNT(WS-RTN-IDX) TO WS-RTNL-AMOUNT
           PERFORM FETCH-RETURN-EMPLOYEE
           IF WS-RTNT-STATUS(WS-RTN-IDX) = SPACE
               PERFORM FETCH-RETURN-ACCOUNT
               IF NOT BANK-FOUND
                   MOVE "X" TO WS-RTNT-STATUS(WS-RTN-IDX)
                   MOVE "REJECTED - NO BANK ACCOUNT ON FILE" TO
                        WS-RTNT-MESSAGE(WS-RTN-IDX)
               END-IF
           END-IF
           IF WS-RTNT-STATUS(WS-RTN-IDX) = SPACE
               IF WS-RTNT-TYPE(WS-RTN-IDX) = "C"
                   PERFORM APPLY-NOTIFICATION-OF-CHANGE
               ELSE
               IF WS-RTNT-AMOUNT(WS-RTN-IDX) = 0
                   PERFORM APPLY-RETURNED-PRENOTE
               ELSE
                   PERFORM REVERSE-RETURNED-PAYMENT
               END-IF
               END-IF
           END-IF
           IF WS-RTNT-STATUS(WS-RTN-IDX) = SPACE
               PERFORM WRITE-RETURN-HISTORY
           ELSE
               MOVE WS-RTNT-MESSAGE(WS-RTN-IDX) TO WS-RTNL-ACTION
               ADD 1 TO WS-RTN-REJECT-COUNT
           END-IF
           WRITE RTNR-PRINT-LINE FROM WS-RTN-REPORT-LINE.

       FETCH-RETURN-EMPLOYEE.
           MOVE "N" TO WS-RTN-EMP-FOUND
           MOVE WS-RTNT-EMP-ID(WS-RTN-IDX) TO EMR-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-RTNL-NAME
               NOT INVALID KEY
                   MOVE "Y" TO WS-RTN-EMP-FOUND
                   MOVE EMR-EMP-NAME TO WS-RTNL-NAME
           END-READ.

      *> The account on file matches the entry only while it is
      *> still the routing and account number the bank is quoting
       FETCH-RETURN-ACCOUNT.
           MOVE "N" TO WS-BANK-FOUND
           MOVE "N" TO WS-RTN-ACCOUNT-MATCH
           MOVE WS-RTNT-EMP-ID(WS-RTN-IDX) TO BAM-EMP-ID
           READ BANK-ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-BANK-FOUND
           END-READ
           IF BANK-FOUND AND
              BAM-ROUTING = WS-RTNT-ORIG-ROUTING(WS-RTN-IDX) AND
              BAM-ACCOUNT = WS-RTNT-ORIG-ACCOUNT(WS-RTN-IDX)
               MOVE "Y" TO WS-RTN-ACCOUNT-MATCH
           END-IF.

      *> A returned prenote means the account never worked; it is
      *> marked bad so the prenote cycle cannot verify it. A prenote
      *> for an account since replaced needs nothing further.
       APPLY-RETURNED-PRENOTE.
           IF RTN-ACCOUNT-MATCH
               PERFORM SAVE-BANK-BEFORE-IMAGE
               MOVE "R" TO BAM-PRENOTE
               REWRITE BANK-MASTER-RECORD
               PERFORM WRITE-BANK-AUDIT-RECORD
               MOVE "PRENOTE RETURNED - ACCOUNT MARKED BAD" TO
                    WS-RTNL-ACTION
           ELSE
               MOVE "PRENOTE RETURNED - ACCOUNT SINCE CHANGED" TO
                    WS-RTNL-ACTION
           END-IF
           ADD 1 TO WS-RTN-PRENOTE-COUNT.

      *> The returned deposit is still owed: it goes back out as a
      *> check candidate, the account it bounced from is marked bad,
      *> and the amount joins the GL reversal
       REVERSE-RETURNED-PAYMENT.
           IF WS-RTNT-PAID(WS-RTN-IDX) NOT = "Y"
               MOVE "X" TO WS-RTNT-STATUS(WS-RTN-IDX)
               MOVE "REJECTED - NO MATCHING PAYMENT ON FEED" TO
                    WS-RTNT-MESSAGE(WS-RTN-IDX)
           ELSE
           IF NOT RTN-EMP-FOUND
               MOVE "X" TO WS-RTNT-STATUS(WS-RTN-IDX)
               MOVE "REJECTED - EMPLOYEE NOT ON MASTER" TO
                    WS-RTNT-MESSAGE(WS-RTN-IDX)
           ELSE
               IF RTN-ACCOUNT-MATCH
                   PERFORM SAVE-BANK-BEFORE-IMAGE
                   MOVE "R" TO BAM-PRENOTE
                   REWRITE BANK-MASTER-RECORD
                   PERFORM WRITE-BANK-AUDIT-RECORD
                   MOVE "REVERSED - CHECK QUEUED, ACCOUNT MARKED BAD"
                        TO WS-RTNL-ACTION
               ELSE
                   MOVE "REVERSED - CHECK QUEUED, ACCT SINCE CHANGED"
                        TO WS-RTNL-ACTION
               END-IF
               PERFORM QUEUE-RETURNED-PAYMENT
               ADD 1 TO WS-RTN-REVERSED-COUNT
               ADD WS-RTNT-AMOUNT(WS-RTN-IDX) TO WS-RTN-REVERSED-TOTAL
           END-IF
           END-IF.

       QUEUE-RETURNED-PAYMENT.
           MOVE SPACES TO WS-CHECK-CAND-DETAIL
           MOVE "D" TO WS-CKC-D-TYPE
           MOVE WS-RTNT-EMP-ID(WS-RTN-IDX) TO WS-CKC-D-EMP-ID
           MOVE EMR-EMP-NAME TO WS-CKC-D-NAME
           MOVE EMR-EMP-DEPT TO WS-CKC-D-DEPT
           MOVE WS-RTNT-REASON(WS-RTN-IDX) TO WS-CKC-D-REASON
           MOVE 0 TO WS-CKC-D-GROSS
           MOVE 0 TO WS-CKC-D-DEDUCT
           MOVE 0 TO WS-CKC-D-TAX
           MOVE WS-RTNT-AMOUNT(WS-RTN-IDX) TO WS-CKC-D-NET
           MOVE "USD" TO WS-CKC-D-CURRENCY
           MOVE WS-RTNT-AMOUNT(WS-RTN-IDX) TO WS-CKC-D-USD-NET
           MOVE "DEP RETURNED" TO WS-CKC-D-NOTE
           WRITE CKC-RECORD FROM WS-CHECK-CAND-DETAIL
           ADD 1 TO WS-CHECK-CAND-COUNT.

      *> A notification of change is applied only to the account it
      *> was raised against; blank corrected fields are left alone.
      *> The prenote flag stands - the bank itself supplied the fix -
      *> and so does an approval of the account being corrected.
       APPLY-NOTIFICATION-OF-CHANGE.
           IF NOT RTN-ACCOUNT-MATCH
               MOVE "X" TO WS-RTNT-STATUS(WS-RTN-IDX)
               MOVE "REJECTED - NOC DOES NOT MATCH ACCOUNT" TO
                    WS-RTNT-MESSAGE(WS-RTN-IDX)
           ELSE
               PERFORM SAVE-BANK-BEFORE-IMAGE
               MOVE "N" TO WS-BCH-WAS-APPROVED
               IF BAM-APPROVED-ROUTING = BAM-ROUTING AND
                  BAM-APPROVED-ACCOUNT = BAM-ACCOUNT
                   MOVE "Y" TO WS-BCH-WAS-APPROVED
               END-IF
               IF WS-RTNT-NEW-ROUTING(WS-RTN-IDX) NOT = SPACES
                   MOVE WS-RTNT-NEW-ROUTING(WS-RTN-IDX) TO BAM-ROUTING
               END-IF
               IF WS-RTNT-NEW-ACCOUNT(WS-RTN-IDX) NOT = SPACES
                   MOVE WS-RTNT-NEW-ACCOUNT(WS-RTN-IDX) TO BAM-ACCOUNT
               END-IF
               IF WS-RTNT-NEW-ACCT-TYPE(WS-RTN-IDX) NOT = SPACE
                   MOVE WS-RTNT-NEW-ACCT-TYPE(WS-RTN-IDX) TO
                        BAM-ACCT-TYPE
               END-IF
               IF BCH-WAS-APPROVED
                   MOVE BAM-ROUTING TO BAM-APPROVED-ROUTING
                   MOVE BAM-ACCOUNT TO BAM-APPROVED-ACCOUNT
               END-IF
               REWRITE BANK-MASTER-RECORD
               PERFORM WRITE-BANK-AUDIT-RECORD
               MOVE "ACCOUNT CORRECTED ON BANK MASTER" TO
                    WS-RTNL-ACTION
               ADD 1 TO WS-RTN-NOC-COUNT
           END-IF.

      *> Bank-account changes go to the audit trail as action B. The
      *> images are the employee layout, so the account number rides
      *> in the name column with the account type in its last
      *> position, the routing number in the department column, and
      *> the prenote flag and its date in the status and term-date
      *> columns.
       SAVE-BANK-BEFORE-IMAGE.
           MOVE BAM-EMP-ID TO WS-AUD-BEFORE-ID
           MOVE BAM-ACCOUNT TO WS-AUD-BEFORE-NAME
           MOVE BAM-ACCT-TYPE TO WS-AUD-BEFORE-NAME(25:1)
           MOVE 0 TO WS-AUD-BEFORE-SALARY
           MOVE BAM-ROUTING TO WS-AUD-BEFORE-DEPT
           MOVE BAM-PRENOTE TO WS-AUD-BEFORE-STATUS
           MOVE BAM-PRENOTE-DATE TO WS-AUD-BEFORE-TERM-DATE.

       WRITE-BANK-AUDIT-RECORD.
           MOVE BAM-EMP-ID TO WS-AUD-AFTER-ID
           MOVE BAM-ACCOUNT TO WS-AUD-AFTER-NAME
           MOVE BAM-ACCT-TYPE TO WS-AUD-AFTER-NAME(25:1)
           MOVE 0 TO WS-AUD-AFTER-SALARY
           MOVE BAM-ROUTING TO WS-AUD-AFTER-DEPT
           MOVE BAM-PRENOTE TO WS-AUD-AFTER-STATUS
           MOVE BAM-PRENOTE-DATE TO WS-AUD-AFTER-TERM-DATE
           MOVE "B" TO WS-AUD-ACTION-CODE
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-RETURN-HISTORY.
           MOVE WS-RTNT-TYPE(WS-RTN-IDX) TO WS-RTH-TYPE
           MOVE WS-RTNT-EMP-ID(WS-RTN-IDX) TO WS-RTH-EMP-ID
           MOVE WS-RTNT-REASON(WS-RTN-IDX) TO WS-RTH-REASON
           MOVE WS-RTNT-ORIG-ACCOUNT(WS-RTN-IDX) TO
                WS-RTH-ORIG-ACCOUNT
           MOVE WS-RTNT-AMOUNT(WS-RTN-IDX) TO WS-RTH-AMOUNT
           MOVE WS-RTNT-PERIOD(WS-RTN-IDX) TO WS-RTH-PERIOD
           MOVE WS-RUN-DATE TO WS-RTH-APPLIED-DATE
           WRITE RTH-RECORD FROM WS-RETURN-HIST-RECORD.

       DESCRIBE-RETURN-REASON.
           EVALUATE WS-RTNT-REASON(WS-RTN-IDX)
               WHEN "R01"
                   MOVE "INSUFFICIENT FUNDS" TO WS-RTN-REASON-TEXT
               WHEN "R02"
                   MOVE "ACCOUNT CLOSED" TO WS-RTN-REASON-TEXT
               WHEN "R03"
                   MOVE "NO ACCOUNT - UNABLE TO LOCATE" TO
                        WS-RTN-REASON-TEXT
               WHEN "R04"
                   MOVE "INVALID ACCOUNT NUMBER" TO WS-RTN-REASON-TEXT
               WHEN "R16"
                   MOVE "ACCOUNT FROZEN" TO WS-RTN-REASON-TEXT
               WHEN "R20"
                   MOVE "NON-TRANSACTION ACCOUNT" TO WS-RTN-REASON-TEXT
               WHEN "C01"
                   MOVE "INCORRECT ACCOUNT NUMBER" TO
                        WS-RTN-REASON-TEXT
               WHEN "C02"
                   MOVE "INCORRECT ROUTING NUMBER" TO
                        WS-RTN-REASON-TEXT
               WHEN "C03"
                   MOVE "INCORRECT ROUTING AND ACCOUNT" TO
                        WS-RTN-REASON-TEXT
               WHEN "C05"
                   MOVE "INCORRECT ACCOUNT TYPE" TO WS-RTN-REASON-TEXT
               WHEN "C06"
                   MOVE "INCORRECT ACCOUNT AND TYPE" TO
                        WS-RTN-REASON-TEXT
               WHEN "C07"
                   MOVE "INCORRECT ROUTING, ACCOUNT, TYPE" TO
                        WS-RTN-REASON-TEXT
               WHEN OTHER
                   MOVE "SEE BANK NOTICE" TO WS-RTN-REASON-TEXT
           END-EVALUATE.

       WRITE-RETURNS-TOTALS.
           MOVE SPACES TO RTNR-PRINT-LINE
           WRITE RTNR-PRINT-LINE
           MOVE "DEPOSITS REVERSED" TO WS-RTNS-LABEL
           MOVE WS-RTN-REVERSED-COUNT TO WS-RTNS-COUNT
           MOVE WS-RTN-REVERSED-TOTAL TO WS-RTNS-TOTAL
           WRITE RTNR-PRINT-LINE FROM WS-RTN-TOTAL-LINE
           MOVE "CHECKS QUEUED FOR CHECK RUN" TO WS-RTNS-LABEL
           MOVE WS-CHECK-CAND-COUNT TO WS-RTNS-COUNT
           MOVE WS-RTN-REVERSED-TOTAL TO WS-RTNS-TOTAL
           WRITE RTNR-PRINT-LINE FROM WS-RTN-TOTAL-LINE
           MOVE "PRENOTES RETURNED" TO WS-RTNS-LABEL
           MOVE WS-RTN-PRENOTE-COUNT TO WS-RTNS-COUNT
           MOVE 0 TO WS-RTNS-TOTAL
           WRITE RTNR-PRINT-LINE FROM WS-RTN-TOTAL-LINE
           MOVE "CHANGE NOTICES APPLIED" TO WS-RTNS-LABEL
           MOVE WS-RTN-NOC-COUNT TO WS-RTNS-COUNT
           MOVE 0 TO WS-RTNS-TOTAL
           WRITE RTNR-PRINT-LINE FROM WS-RTN-TOTAL-LINE
           MOVE "ENTRIES REJECTED" TO WS-RTNS-LABEL
           MOVE WS-RTN-REJECT-COUNT TO WS-RTNS-COUNT
           MOVE 0 TO WS-RTNS-TOTAL
           WRITE RTNR-PRINT-LINE FROM WS-RTN-TOTAL-LINE.

      *> The reversal: the returned money is back in the payroll
      *> bank account and owed again as net pay payable until the
      *> re-queued check is cut. A run with nothing reversed cuts a
      *> zero trailer so the release step sees there is nothing to
      *> post.
       WRITE-RETURNS-GL.
           MOVE 0 TO WS-GL-RECORD-COUNT
           IF WS-RTN-REVERSED-TOTAL > 0
               MOVE "P" TO WS-GL-P-TYPE
               MOVE WS-GL-RETURNED-DEPOSIT-ACCT TO WS-GL-P-ACCOUNT
               MOVE SPACES TO WS-GL-P-COST-CENTER
               MOVE "DR" TO WS-GL-P-DRCR
               MOVE WS-RTN-REVERSED-TOTAL TO WS-GL-P-AMOUNT
               WRITE GL-PRINT-LINE FROM WS-GL-POSTING-RECORD
               MOVE WS-GL-NET-PAY-ACCT TO WS-GL-P-ACCOUNT
               MOVE "CR" TO WS-GL-P-DRCR
               WRITE GL-PRINT-LINE FROM WS-GL-POSTING-RECORD
               MOVE 2 TO WS-GL-RECORD-COUNT
           END-IF
           MOVE "T" TO WS-GL-T-TYPE
           MOVE WS-GL-RECORD-COUNT TO WS-GL-T-COUNT
           MOVE WS-RTN-REVERSED-TOTAL TO WS-GL-T-DEBITS
           MOVE WS-RTN-REVERSED-TOTAL TO WS-GL-T-CREDITS
           WRITE GL-PRINT-LINE FROM WS-GL-TRAILER-RECORD.

      *> YEAREND mode mainline: settle the year being closed and
      *> refuse it unless it is ready, print a statement for every
      *> USD employee paid in the year - from YTDMAST, then from the
      *> purge archive - cutting the transmittal alongside, and prove
      *> the transmittal's totals against the statements. Only a
      *> proven year is archived off YTDMAST, cleared for January,
      *> and stamped closed on CTLHIST.
       CLOSE-PAYROLL-YEAR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-PARM-ARG = SPACES
               COMPUTE WS-YE-YEAR = WS-RUN-DATE / 10000 - 1
           ELSE
               IF WS-PARM-ARG(1:4) NOT NUMERIC OR
                  WS-PARM-ARG(5:6) NOT = SPACES
                   MOVE "YEAR ON PARM MISSING OR BAD" TO
                        WS-RCTL-ERROR-TEXT
                   PERFORM REFUSE-RUN-CONTROL
               END-IF
               MOVE WS-PARM-ARG(1:4) TO WS-YE-YEAR
           END-IF
           PERFORM CHECK-YEAR-END-READY
           OPEN INPUT YTD-MASTER
           IF WS-YTD-FILE-STATUS NOT = "00" AND
              WS-YTD-FILE-STATUS NOT = "05"
               MOVE "YTD-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-YTD-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT YEAREND-STATEMENTS
           IF WS-W2S-FILE-STATUS NOT = "00"
               MOVE "YEAREND-STATEMENTS" TO WS-ABEND-FILE-NAME
               MOVE WS-W2S-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT WAGE-TRANSMITTAL
           IF WS-W2X-FILE-STATUS NOT = "00"
               MOVE "WAGE-TRANSMITTAL" TO WS-ABEND-FILE-NAME
               MOVE WS-W2X-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT YTD-YEAREND-ARCHIVE
           IF WS-YEA-FILE-STATUS NOT = "00"
               MOVE "YTD-YEAREND-ARCHIVE" TO WS-ABEND-FILE-NAME
               MOVE WS-YEA-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE WS-YE-YEAR TO W2X-E-YEAR
           MOVE WS-YE-EMPLOYER-EIN TO W2X-E-EIN
           MOVE WS-YE-EMPLOYER-NAME TO W2X-E-NAME
           MOVE WS-RUN-DATE TO W2X-E-RUN-DATE
           WRITE W2X-RECORD FROM WS-W2X-EMPLOYER-RECORD
           MOVE "N" TO WS-YE-FROM-ARCHIVE
           MOVE "N" TO WS-EOF-YTD
           PERFORM READ-YTD-MASTER
           PERFORM UNTIL EOF-YTD
               PERFORM YEAR-END-ONE-YTD-RECORD
               PERFORM READ-YTD-MASTER
           END-PERFORM
      *> The purge archive is read while YTDMAST is still open, so
      *> each archived snapshot is laid out in the YTD record area
           PERFORM YEAR-END-PURGED-EMPLOYEES
           CLOSE YTD-MASTER
           MOVE WS-YE-YEAR TO W2X-T-YEAR
           MOVE WS-YEX-COUNT TO W2X-T-COUNT
           MOVE WS-YEX-WAGES TO W2X-T-WAGES
           MOVE WS-YEX-GROSS TO W2X-T-GROSS
           MOVE WS-YEX-PRETAX TO W2X-T-PRETAX
           MOVE WS-YEX-POSTTAX TO W2X-T-POSTTAX
           MOVE WS-YEX-SS-WAGES TO W2X-T-SS-WAGES
           MOVE WS-YEX-MED-WAGES TO W2X-T-MED-WAGES
           MOVE WS-YEX-TAX TO W2X-T-TAX
           MOVE WS-YEX-ER-SS-TAX TO W2X-T-ER-SS-TAX
           MOVE WS-YEX-ER-MED-TAX TO W2X-T-ER-MED-TAX
           WRITE W2X-RECORD FROM WS-W2X-TOTAL-RECORD
           CLOSE WAGE-TRANSMITTAL
           CLOSE YTD-YEAREND-ARCHIVE
           PERFORM WRITE-YEAR-END-CONTROL
           IF YE-BALANCED
               PERFORM CLEAR-YTD-FOR-NEW-YEAR
               MOVE "YTD RECORDS CLEARED FOR JANUARY" TO
                    WS-W2SC-LABEL
               MOVE WS-YE-CLEARED-COUNT TO WS-W2SC-COUNT
               WRITE W2S-PRINT-LINE FROM WS-W2S-COUNT-LINE
               PERFORM WRITE-YEAR-END-CONTROL-RECORD
               DISPLAY "YEAR " WS-YE-YEAR " CLOSED - STATEMENTS "
                       WS-YES-COUNT
           ELSE
               DISPLAY "YEAR " WS-YE-YEAR " NOT CLOSED - TRANSMITTAL "
                       "DOES NOT AGREE WITH STATEMENTS"
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE YEAREND-STATEMENTS.

      *> One pass of CTLHIST: a Y record for the year means it was
      *> closed already; an R or O record past the year means
      *> January's pay has been posted on top of it; every period
      *> of the year is tabled by frequency with whether any run of
      *> it was FINAL
       CHECK-YEAR-END-READY.
           MOVE 0 TO WS-YEP-COUNT
           MOVE "N" TO WS-YE-ALREADY-CLOSED
           MOVE "N" TO WS-YE-NEXT-YEAR-RUN
           MOVE "N" TO WS-EOF-CONTROL
           OPEN INPUT CONTROL-HISTORY
           IF WS-CTL-FILE-STATUS NOT = "00" AND
              WS-CTL-FILE-STATUS NOT = "05"
               MOVE "CONTROL-HISTORY" TO WS-ABEND-FILE-NAME
               MOVE WS-CTL-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM UNTIL EOF-CONTROL
               READ CONTROL-HISTORY
                   AT END
                       SET EOF-CONTROL TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-YEAR-END-RECORD
               END-READ
           END-PERFORM
           CLOSE CONTROL-HISTORY
           IF YE-ALREADY-CLOSED
               MOVE "YEAR ALREADY CLOSED BY YEAREND" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF WS-YEP-COUNT = 0
               MOVE "NO PAYROLL RUNS ON CTLHIST FOR THE YEAR" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF YE-NEXT-YEAR-RUN
               MOVE "NEXT YEAR ALREADY POSTED TO YTDMAST" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           MOVE 0 TO WS-YE-OPEN-PERIOD
           PERFORM VARYING WS-YEP-IDX FROM 1 BY 1
                   UNTIL WS-YEP-IDX > WS-YEP-COUNT
               IF WS-YEP-FINAL(WS-YEP-IDX) NOT = "F" AND
                  WS-YE-OPEN-PERIOD = 0
                   MOVE WS-YEP-PERIOD(WS-YEP-IDX) TO
                        WS-YE-OPEN-PERIOD
               END-IF
           END-PERFORM
           IF WS-YE-OPEN-PERIOD NOT = 0
               MOVE SPACES TO WS-RCTL-ERROR-TEXT
               STRING "PERIOD "          DELIMITED BY SIZE
                      WS-YE-OPEN-PERIOD  DELIMITED BY SIZE
                      " NOT YET FINAL"   DELIMITED BY SIZE
                   INTO WS-RCTL-ERROR-TEXT
               END-STRING
               PERFORM REFUSE-RUN-CONTROL
           END-IF.

       CHECK-ONE-YEAR-END-RECORD.
           EVALUATE CTL-PRINT-LINE(1:1)
               WHEN "Y"
                   MOVE CTL-PRINT-LINE TO WS-CTL-YEAREND-RECORD
                   IF WS-CTL-Y-YEAR NUMERIC AND
                      WS-CTL-Y-YEAR = WS-YE-YEAR
                       MOVE "Y" TO WS-YE-ALREADY-CLOSED
                   END-IF
               WHEN "R"
                   MOVE CTL-PRINT-LINE TO WS-CTL-RUN-RECORD
                   IF WS-CTL-R-PERIOD NUMERIC
                       COMPUTE WS-YE-DATE-YEAR =
                           WS-CTL-R-PERIOD / 10000
                       IF WS-YE-DATE-YEAR > WS-YE-YEAR
                           MOVE "Y" TO WS-YE-NEXT-YEAR-RUN
                       END-IF
                       IF WS-YE-DATE-YEAR = WS-YE-YEAR
                           PERFORM STORE-YEAR-END-PERIOD
                       END-IF
                   END-IF
               WHEN "O"
                   MOVE CTL-PRINT-LINE TO WS-CTL-OFFCYCLE-RECORD
                   IF WS-CTL-O-PAY-DATE NUMERIC
                       COMPUTE WS-YE-DATE-YEAR =
                           WS-CTL-O-PAY-DATE / 10000
                       IF WS-YE-DATE-YEAR > WS-YE-YEAR
                           MOVE "Y" TO WS-YE-NEXT-YEAR-RUN
                       END-IF
                   END-IF
           END-EVALUATE.

      *> Spaces on the frequency read as biweekly, as everywhere
      *> else CTLHIST is read
       STORE-YEAR-END-PERIOD.
           IF WS-CTL-R-FREQ = SPACE
               MOVE "B" TO WS-CTL-FREQ-WORK
           ELSE
               MOVE WS-CTL-R-FREQ TO WS-CTL-FREQ-WORK
           END-IF
           SET WS-YEP-IDX TO 1
           SEARCH WS-YEP-ENTRY
               AT END
                   IF WS-YEP-COUNT < 400
                       ADD 1 TO WS-YEP-COUNT
                       MOVE WS-CTL-R-PERIOD TO
                            WS-YEP-PERIOD(WS-YEP-COUNT)
                       MOVE WS-CTL-FREQ-WORK TO
                            WS-YEP-FREQ(WS-YEP-COUNT)
                       MOVE WS-CTL-R-FINAL TO
                            WS-YEP-FINAL(WS-YEP-COUNT)
                   ELSE
                       MOVE "TOO MANY PERIODS ON CTLHIST FOR YEAR" TO
                            WS-RCTL-ERROR-TEXT
                       PERFORM REFUSE-RUN-CONTROL
                   END-IF
               WHEN WS-YEP-PERIOD(WS-YEP-IDX) = WS-CTL-R-PERIOD AND
                    WS-YEP-FREQ(WS-YEP-IDX) = WS-CTL-FREQ-WORK
                   IF WS-CTL-R-FINAL = "F"
                       MOVE "F" TO WS-YEP-FINAL(WS-YEP-IDX)
                   END-IF
           END-SEARCH.

      *> Every live YTD record goes to the year-end archive whether
      *> or not it earns a statement; a statement goes to USD staff
      *> whose last posting falls in the year being closed
       YEAR-END-ONE-YTD-RECORD.
           MOVE WS-YE-YEAR TO WS-YEA-YEAR
           MOVE SPACES TO WS-YEA-DATA
           MOVE YTD-MASTER-RECORD TO WS-YEA-DATA
           WRITE YEA-RECORD FROM WS-YEA-ARCHIVE-RECORD
           PERFORM CHECK-YEAR-END-STATEMENT-DUE
           IF YE-STATEMENT-DUE
               IF YTD-CURRENCY = "USD"
                   ADD 1 TO WS-YE-LIVE-COUNT
                   PERFORM WRITE-WAGE-STATEMENT
               ELSE
                   ADD 1 TO WS-YE-FOREIGN-COUNT
               END-IF
           END-IF.

      *> Staff purged during the year left a final YTD snapshot (Y)
      *> on EMPARCH; snapshots archived before the year-end fields
      *> existed carry spaces there and read as zero
       YEAR-END-PURGED-EMPLOYEES.
           MOVE "Y" TO WS-YE-FROM-ARCHIVE
           MOVE "N" TO WS-EOF-ARCHIVE
           OPEN INPUT EMPLOYEE-ARCHIVE
           EVALUATE WS-ARCHE-FILE-STATUS
               WHEN "00"
               WHEN "05"
                   PERFORM UNTIL EOF-ARCHIVE
                       READ EMPLOYEE-ARCHIVE INTO WS-ARCHIVE-RECORD
                           AT END
                               SET EOF-ARCHIVE TO TRUE
                           NOT AT END
                               IF WS-ARCHR-TYPE = "Y"
                                   PERFORM YEAR-END-ARCHIVED-YTD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYEE-ARCHIVE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "EMPLOYEE-ARCHIVE" TO WS-ABEND-FILE-NAME
                   MOVE WS-ARCHE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM ABEND-ON-OPEN-ERROR
           END-EVALUATE
           MOVE "N" TO WS-YE-FROM-ARCHIVE.

       YEAR-END-ARCHIVED-YTD.
           MOVE WS-ARCHR-DATA TO YTD-MASTER-RECORD
           IF YTD-OFC-PAY-DATE NOT NUMERIC
               PERFORM CLEAR-YTD-OFFCYCLE-FIELDS
           END-IF
           PERFORM CHECK-YEAR-END-STATEMENT-DUE
           IF YE-STATEMENT-DUE AND YTD-CURRENCY = "USD"
               IF YTD-POSTTAX-DEDUCT NOT NUMERIC
                   PERFORM CLEAR-YTD-TAX-FIELDS
               END-IF
               ADD 1 TO WS-YE-ARCHIVE-COUNT
               PERFORM WRITE-WAGE-STATEMENT
           END-IF.

      *> A statement is due when the last regular posting or the
      *> last off-cycle payment falls in the year being closed - a
      *> final pay can be the only money paid after the last
      *> register of the year
       CHECK-YEAR-END-STATEMENT-DUE.
           MOVE "N" TO WS-YE-STATEMENT-DUE
           IF YTD-LAST-POSTED NUMERIC
               COMPUTE WS-YE-DATE-YEAR = YTD-LAST-POSTED / 10000
               IF WS-YE-DATE-YEAR = WS-YE-YEAR
                   MOVE "Y" TO WS-YE-STATEMENT-DUE
               END-IF
           END-IF
           IF YTD-OFC-PAY-DATE NUMERIC
               COMPUTE WS-YE-DATE-YEAR = YTD-OFC-PAY-DATE / 10000
               IF WS-YE-DATE-YEAR = WS-YE-YEAR
                   MOVE "Y" TO WS-YE-STATEMENT-DUE
               END-IF
           END-IF.

      *> One statement and its transmittal record. Reported wages
      *> are USD gross less pre-tax deductions; social security
      *> wages are the wages taxed toward the employer's base and
      *> Medicare wages are the whole USD gross. Statement totals
      *> add what was printed, transmittal totals what was written.
       WRITE-WAGE-STATEMENT.
           COMPUTE WS-YE-WAGES = YTD-USD-GROSS - YTD-PRETAX-DEDUCT
           IF WS-YE-WAGES < 0
               MOVE 0 TO WS-YE-WAGES
           END-IF
           MOVE YTD-TAX-WITHHELD TO WS-YE-OTHER-TAX
           PERFORM VARYING YTD-TJ-IDX FROM 1 BY 1
                   UNTIL YTD-TJ-IDX > 4
               SUBTRACT YTD-TAX-JURIS-AMT(YTD-TJ-IDX) FROM
                        WS-YE-OTHER-TAX
           END-PERFORM
           WRITE W2S-PRINT-LINE FROM WS-W2S-SEPARATOR
           MOVE WS-YE-YEAR TO WS-W2SH-YEAR
           MOVE WS-YE-EMPLOYER-EIN TO WS-W2SH-EIN
           WRITE W2S-PRINT-LINE FROM WS-W2S-HEADING
           MOVE WS-YE-EMPLOYER-NAME TO WS-W2SE-NAME
           WRITE W2S-PRINT-LINE FROM WS-W2S-EMPLOYER-LINE
           MOVE YTD-EMP-ID TO WS-W2SM-EMP-ID
           MOVE YTD-EMP-NAME TO WS-W2SM-NAME
           MOVE YTD-EMP-DEPT TO WS-W2SM-DEPT
           WRITE W2S-PRINT-LINE FROM WS-W2S-EMPLOYEE-LINE
           IF YE-FROM-ARCHIVE
               WRITE W2S-PRINT-LINE FROM WS-W2S-ARCHIVE-LINE
           END-IF
           MOVE "WAGES, TIPS, OTHER COMPENSATION" TO WS-W2SA-LABEL
           MOVE WS-YE-WAGES TO WS-W2SA-AMOUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
           MOVE "GROSS PAY (USD)" TO WS-W2SA-LABEL
           MOVE YTD-USD-GROSS TO WS-W2SA-AMOUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
           MOVE "PRE-TAX DEDUCTIONS" TO WS-W2SA-LABEL
           MOVE YTD-PRETAX-DEDUCT TO WS-W2SA-AMOUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
           MOVE "SOCIAL SECURITY WAGES" TO WS-W2SA-LABEL
           MOVE YTD-ER-SS-WAGES TO WS-W2SA-AMOUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
           MOVE "MEDICARE WAGES AND TIPS" TO WS-W2SA-LABEL
           MOVE YTD-USD-GROSS TO WS-W2SA-AMOUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
           PERFORM VARYING YTD-TJ-IDX FROM 1 BY 1
                   UNTIL YTD-TJ-IDX > 4
               IF YTD-TAX-JURIS(YTD-TJ-IDX) NOT = SPACES
                   MOVE SPACES TO WS-W2SA-LABEL
                   STRING "TAX WITHHELD - JURISDICTION "
                              DELIMITED BY SIZE
                          YTD-TAX-JURIS(YTD-TJ-IDX)
                              DELIMITED BY SIZE
                       INTO WS-W2SA-LABEL
                   END-STRING
                   MOVE YTD-TAX-JURIS-AMT(YTD-TJ-IDX) TO
                        WS-W2SA-AMOUNT
                   WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
               END-IF
           END-PERFORM
           IF WS-YE-OTHER-TAX NOT = 0
               MOVE "TAX WITHHELD - OTHER JURISDICTIONS" TO
                    WS-W2SA-LABEL
               MOVE WS-YE-OTHER-TAX TO WS-W2SA-AMOUNT
               WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
           END-IF
           MOVE "TOTAL TAX WITHHELD" TO WS-W2SA-LABEL
           MOVE YTD-TAX-WITHHELD TO WS-W2SA-AMOUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
           MOVE "POST-TAX DEDUCTIONS" TO WS-W2SA-LABEL
           MOVE YTD-POSTTAX-DEDUCT TO WS-W2SA-AMOUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
           ADD 1 TO WS-YES-COUNT
           ADD WS-YE-WAGES TO WS-YES-WAGES
           ADD YTD-USD-GROSS TO WS-YES-GROSS
           ADD YTD-PRETAX-DEDUCT TO WS-YES-PRETAX
           ADD YTD-POSTTAX-DEDUCT TO WS-YES-POSTTAX
           ADD YTD-ER-SS-WAGES TO WS-YES-SS-WAGES
           ADD YTD-USD-GROSS TO WS-YES-MED-WAGES
           ADD YTD-TAX-WITHHELD TO WS-YES-TAX
           PERFORM WRITE-WAGE-TRANSMITTAL-RECORD.

       WRITE-WAGE-TRANSMITTAL-RECORD.
           MOVE WS-YE-YEAR TO W2X-W-YEAR
           MOVE YTD-EMP-ID TO W2X-W-EMP-ID
           MOVE YTD-EMP-NAME TO W2X-W-NAME
           MOVE WS-YE-WAGES TO W2X-W-WAGES
           MOVE YTD-USD-GROSS TO W2X-W-GROSS
           MOVE YTD-PRETAX-DEDUCT TO W2X-W-PRETAX
           MOVE YTD-POSTTAX-DEDUCT TO W2X-W-POSTTAX
           MOVE YTD-ER-SS-WAGES TO W2X-W-SS-WAGES
           MOVE YTD-USD-GROSS TO W2X-W-MED-WAGES
           MOVE YTD-TAX-WITHHELD TO W2X-W-TAX
           PERFORM VARYING YTD-TJ-IDX FROM 1 BY 1
                   UNTIL YTD-TJ-IDX > 4
               MOVE YTD-TAX-JURIS(YTD-TJ-IDX) TO
                    W2X-W-JURIS(YTD-TJ-IDX)
               MOVE YTD-TAX-JURIS-AMT(YTD-TJ-IDX) TO
                    W2X-W-JURIS-TAX(YTD-TJ-IDX)
           END-PERFORM
           MOVE WS-YE-OTHER-TAX TO W2X-W-OTHER-TAX
           IF YE-FROM-ARCHIVE
               MOVE "A" TO W2X-W-SOURCE
           ELSE
               MOVE "L" TO W2X-W-SOURCE
           END-IF
           WRITE W2X-RECORD FROM WS-W2X-EMPLOYEE-RECORD
           ADD 1 TO WS-YEX-COUNT
           ADD W2X-W-WAGES TO WS-YEX-WAGES
           ADD W2X-W-GROSS TO WS-YEX-GROSS
           ADD W2X-W-PRETAX TO WS-YEX-PRETAX
           ADD W2X-W-POSTTAX TO WS-YEX-POSTTAX
           ADD W2X-W-SS-WAGES TO WS-YEX-SS-WAGES
           ADD W2X-W-MED-WAGES TO WS-YEX-MED-WAGES
           ADD W2X-W-TAX TO WS-YEX-TAX
           ADD YTD-ER-SS-TAX TO WS-YEX-ER-SS-TAX
           ADD YTD-ER-MED-TAX TO WS-YEX-ER-MED-TAX.

      *> Control page at the end of the statements: counts by
      *> source, the employer totals carried on the transmittal, and
      *> the proof that they are the sum of the statements
       WRITE-YEAR-END-CONTROL.
           WRITE W2S-PRINT-LINE FROM WS-W2S-SEPARATOR
           MOVE WS-YE-YEAR TO WS-W2CH-YEAR
           MOVE WS-RUN-DATE TO WS-W2CH-RUN-DATE
           WRITE W2S-PRINT-LINE FROM WS-W2S-CONTROL-HEADING
           MOVE "STATEMENTS FROM YTDMAST" TO WS-W2SC-LABEL
           MOVE WS-YE-LIVE-COUNT TO WS-W2SC-COUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-COUNT-LINE
           MOVE "STATEMENTS FOR STAFF PURGED IN THE YEAR" TO
                WS-W2SC-LABEL
           MOVE WS-YE-ARCHIVE-COUNT TO WS-W2SC-COUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-COUNT-LINE
           MOVE "TOTAL STATEMENTS" TO WS-W2SC-LABEL
           MOVE WS-YES-COUNT TO WS-W2SC-COUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-COUNT-LINE
           MOVE "TRANSMITTAL EMPLOYEE RECORDS" TO WS-W2SC-LABEL
           MOVE WS-YEX-COUNT TO WS-W2SC-COUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-COUNT-LINE
           MOVE "NON-USD STAFF - NO STATEMENT" TO WS-W2SC-LABEL
           MOVE WS-YE-FOREIGN-COUNT TO WS-W2SC-COUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-COUNT-LINE
           MOVE "WAGES, TIPS, OTHER COMPENSATION" TO WS-W2SA-LABEL
           MOVE WS-YEX-WAGES TO WS-W2SA-AMOUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
           MOVE "GROSS PAY (USD)" TO WS-W2SA-LABEL
           MOVE WS-YEX-GROSS TO WS-W2SA-AMOUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
           MOVE "PRE-TAX DEDUCTIONS" TO WS-W2SA-LABEL
           MOVE WS-YEX-PRETAX TO WS-W2SA-AMOUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
           MOVE "POST-TAX DEDUCTIONS" TO WS-W2SA-LABEL
           MOVE WS-YEX-POSTTAX TO WS-W2SA-AMOUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
           MOVE "SOCIAL SECURITY WAGES" TO WS-W2SA-LABEL
           MOVE WS-YEX-SS-WAGES TO WS-W2SA-AMOUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
           MOVE "MEDICARE WAGES AND TIPS" TO WS-W2SA-LABEL
           MOVE WS-YEX-MED-WAGES TO WS-W2SA-AMOUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
           MOVE "TOTAL TAX WITHHELD" TO WS-W2SA-LABEL
           MOVE WS-YEX-TAX TO WS-W2SA-AMOUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
           MOVE "EMPLOYER SOCIAL SECURITY TAX" TO WS-W2SA-LABEL
           MOVE WS-YEX-ER-SS-TAX TO WS-W2SA-AMOUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
           MOVE "EMPLOYER MEDICARE TAX" TO WS-W2SA-LABEL
           MOVE WS-YEX-ER-MED-TAX TO WS-W2SA-AMOUNT
           WRITE W2S-PRINT-LINE FROM WS-W2S-AMOUNT-LINE
           MOVE "Y" TO WS-YE-BALANCED
           IF WS-YES-COUNT NOT = WS-YEX-COUNT OR
              WS-YES-WAGES NOT = WS-YEX-WAGES OR
              WS-YES-GROSS NOT = WS-YEX-GROSS OR
              WS-YES-PRETAX NOT = WS-YEX-PRETAX OR
              WS-YES-POSTTAX NOT = WS-YEX-POSTTAX OR
              WS-YES-SS-WAGES NOT = WS-YEX-SS-WAGES OR
              WS-YES-MED-WAGES NOT = WS-YEX-MED-WAGES OR
              WS-YES-TAX NOT = WS-YEX-TAX
               MOVE "N" TO WS-YE-BALANCED
               WRITE W2S-PRINT-LINE FROM WS-W2S-OUT-OF-BALANCE-LINE
           ELSE
               WRITE W2S-PRINT-LINE FROM WS-W2S-BALANCED-LINE
           END-IF.

      *> The closed year's records are already on the year-end
      *> archive; the register recreates each employee's record on
      *> the first January posting
       CLEAR-YTD-FOR-NEW-YEAR.
           OPEN I-O YTD-MASTER
           IF WS-YTD-FILE-STATUS NOT = "00" AND
              WS-YTD-FILE-STATUS NOT = "05"
               MOVE "YTD-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-YTD-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE "N" TO WS-EOF-YTD
           PERFORM READ-YTD-MASTER
           PERFORM UNTIL EOF-YTD
               DELETE YTD-MASTER
                   INVALID KEY
                       DISPLAY "YTD DELETE FAILED FOR EMP-ID: "
                               YTD-EMP-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-YE-CLEARED-COUNT
               END-DELETE
               PERFORM READ-YTD-MASTER
           END-PERFORM
           CLOSE YTD-MASTER.

      *> The Y record is what refuses a second close of the year
       WRITE-YEAR-END-CONTROL-RECORD.
           OPEN EXTEND CONTROL-HISTORY
           IF WS-CTL-FILE-STATUS NOT = "00" AND
              WS-CTL-FILE-STATUS NOT = "05"
               MOVE "CONTROL-HISTORY" TO WS-ABEND-FILE-NAME
               MOVE WS-CTL-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE "Y" TO WS-CTL-Y-TYPE
           MOVE WS-YE-YEAR TO WS-CTL-Y-YEAR
           MOVE WS-RUN-DATE TO WS-CTL-Y-DATE
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK(1:6) TO WS-CTL-Y-TIME
           MOVE WS-OPERATOR-ID TO WS-CTL-Y-OPERATOR
           MOVE WS-YES-COUNT TO WS-CTL-Y-STMT-COUNT
           MOVE WS-YES-WAGES TO WS-CTL-Y-WAGES
           MOVE SPACES TO CTL-PRINT-LINE
           WRITE CTL-PRINT-LINE FROM WS-CTL-YEAREND-RECORD
           CLOSE CONTROL-HISTORY.

      *> OFFCYCLE mode: pays a proven batch of payment requests to
      *> the employees it names, between register cycles. The
      *> register, stubs, bank feed, check candidates and GL feed
      *> are cut the way a register run cuts them, under the batch's
      *> pay date, and YTDMAST takes the money without counting a
      *> pay period. Only a batch whose feeds balanced is stamped
      *> paid on CTLHIST, so an out-of-balance run can be put right
      *> and the same batch submitted again.
       RUN-OFF-CYCLE-PAYMENTS.
           SET OFFCYCLE-MODE TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-OFFCYCLE-REQUESTS
           MOVE WS-OFC-PAY-DATE TO WS-PERIOD-END-DATE
           PERFORM CHECK-OFFCYCLE-BATCH
           PERFORM CHECK-PRIOR-YEAR-CLOSED
           PERFORM CHECK-MODE-SEQUENCE
           PERFORM CHECK-PRIOR-CANDIDATES-PRINTED
           PERFORM OPEN-OFFCYCLE-FILES
           PERFORM LOAD-FX-RATE-TABLE
           PERFORM LOAD-TAX-RATE-TABLE
           MOVE WS-PERIOD-END-DATE TO WS-RH-PERIOD
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
           MOVE SPACE TO WS-RH-FREQ
           MOVE SPACES TO WS-RH-RESTART-FLAG
           STRING "(OFF-CYCLE BATCH "  DELIMITED BY SIZE
                  WS-OFC-BATCH         DELIMITED BY SIZE
                  ")"                  DELIMITED BY SIZE
               INTO WS-RH-RESTART-FLAG
           END-STRING
           WRITE REG-PRINT-LINE FROM WS-REPORT-HEADING
           WRITE REG-PRINT-LINE FROM WS-COLUMN-HEADING
      *> Off-cycle deposits are screened like the register's, so a
      *> bonus or final pay to an unapproved account is reported
           PERFORM START-FRAUD-SCREEN-REPORT
           SORT SORT-DETAIL-FILE
               ON ASCENDING KEY SD-DEPT
               ON ASCENDING KEY SD-SEQ
               INPUT PROCEDURE IS OFFCYCLE-INPUT-PASS
               OUTPUT PROCEDURE IS PRINT-PAYROLL-REGISTER
           PERFORM WRITE-GL-INTERFACE
           PERFORM WRITE-BANK-PAYMENT-TRAILER
           PERFORM WRITE-CHECK-CANDIDATE-TRAILER
           IF GL-BALANCED AND BANK-BALANCED
               PERFORM WRITE-OFFCYCLE-CONTROL-RECORD
           END-IF
           CLOSE EMPLOYEE-MASTER
           CLOSE PAYROLL-REGISTER
           CLOSE EXCEPTION-FILE
           CLOSE DEPT-MASTER
           CLOSE LABOR-DIST-MASTER
           CLOSE YTD-MASTER
           CLOSE LEAVE-MASTER
           CLOSE GL-INTERFACE
           CLOSE PAY-STUB-FILE
           CLOSE BANK-ACCOUNT-MASTER
           CLOSE BANK-PAYMENT-FILE
           CLOSE CHECK-CANDIDATE-FILE
      *> A batch has no run-control period of its own; the screen's
      *> same-period section looks back one standard period from
      *> the pay date
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END-DATE)
           COMPUTE WS-PERIOD-START-INT =
               WS-PERIOD-END-INT - WS-PERIOD-DAYS + 1
           PERFORM PRINT-FRAUD-SCREENING
           DISPLAY "OFF-CYCLE BATCH " WS-OFC-BATCH " PAY DATE "
                   WS-OFC-PAY-DATE " - EMPLOYEES PAID "
                   WS-VALID-EMP-COUNT
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT GL-BALANCED OR NOT BANK-BALANCED
               MOVE 12 TO RETURN-CODE
           END-IF.

      *> The whole batch is proven before anything is paid: header
      *> first with a real pay date, details numeric, a trailer
      *> whose count and hashes agree. Any failure refuses the run.
       LOAD-OFFCYCLE-REQUESTS.
           MOVE 0 TO WS-OFC-COUNT
           MOVE 0 TO WS-OFC-AMOUNT-HASH
           MOVE 0 TO WS-OFC-HOURS-HASH
           MOVE "N" TO WS-OFC-TRAILER-SEEN
           MOVE "N" TO WS-EOF-OFFCYCLE
           OPEN INPUT OFFCYCLE-REQUESTS
           IF WS-OFQ-FILE-STATUS NOT = "00"
               MOVE "OFFCYCLE-REQUESTS" TO WS-ABEND-FILE-NAME
               MOVE WS-OFQ-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM READ-OFFCYCLE-REQUEST
           IF EOF-OFFCYCLE OR OFQ-TYPE NOT = "H"
               MOVE "MISSING OFF-CYCLE BATCH HEADER" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           MOVE OFQ-HDR-PAY-DATE TO WS-DATE-CHECK-FIELD
           PERFORM VALIDATE-ONE-DATE
           IF NOT DATE-CHECK-OK OR WS-DATE-CHECK-NUM = 0 OR
              OFQ-HDR-BATCH NOT NUMERIC
               MOVE "OFF-CYCLE PAY DATE OR BATCH NO. BAD" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           MOVE WS-DATE-CHECK-NUM TO WS-OFC-PAY-DATE
           MOVE OFQ-HDR-BATCH TO WS-OFC-BATCH
           PERFORM READ-OFFCYCLE-REQUEST
           PERFORM UNTIL EOF-OFFCYCLE
               PERFORM LOAD-ONE-OFFCYCLE-REQUEST
               PERFORM READ-OFFCYCLE-REQUEST
           END-PERFORM
           CLOSE OFFCYCLE-REQUESTS
           IF NOT OFC-TRAILER-SEEN
               MOVE "MISSING OFF-CYCLE BATCH TRAILER" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF WS-OFC-COUNT NOT = WS-OFC-TRL-COUNT
               MOVE "OFF-CYCLE TRAILER COUNT MISMATCH" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF WS-OFC-AMOUNT-HASH NOT = WS-OFC-TRL-AMOUNT OR
              WS-OFC-HOURS-HASH NOT = WS-OFC-TRL-HOURS
               MOVE "OFF-CYCLE TRAILER HASH MISMATCH" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF WS-OFC-COUNT = 0
               MOVE "NO PAYMENTS IN OFF-CYCLE BATCH" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF.

       READ-OFFCYCLE-REQUEST.
           READ OFFCYCLE-REQUESTS
               AT END
                   SET EOF-OFFCYCLE TO TRUE
           END-READ.

       LOAD-ONE-OFFCYCLE-REQUEST.
           IF OFC-TRAILER-SEEN
               MOVE "RECORD AFTER OFF-CYCLE BATCH TRAILER" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           EVALUATE OFQ-TYPE
               WHEN "D"
                   IF OFQ-EMP-ID NOT NUMERIC OR
                      OFQ-AMOUNT NOT NUMERIC OR
                      OFQ-HOURS NOT NUMERIC
                       MOVE "OFF-CYCLE DETAIL NOT NUMERIC" TO
                            WS-RCTL-ERROR-TEXT
                       PERFORM REFUSE-RUN-CONTROL
                   END-IF
                   IF WS-OFC-COUNT NOT < 2000
                       MOVE "OFF-CYCLE BATCH OVER 2000 PAYMENTS" TO
                            WS-RCTL-ERROR-TEXT
                       PERFORM REFUSE-RUN-CONTROL
                   END-IF
                   ADD 1 TO WS-OFC-COUNT
                   MOVE OFQ-EMP-ID TO WS-OFC-EMP-ID(WS-OFC-COUNT)
                   MOVE OFQ-PAY-TYPE TO WS-OFC-PAY-TYPE(WS-OFC-COUNT)
                   MOVE OFQ-AMOUNT TO WS-OFC-AMOUNT(WS-OFC-COUNT)
                   MOVE OFQ-HOURS TO WS-OFC-HOURS(WS-OFC-COUNT)
                   MOVE OFQ-REASON TO WS-OFC-REASON(WS-OFC-COUNT)
                   MOVE "N" TO WS-OFC-DONE(WS-OFC-COUNT)
                   MOVE "N" TO WS-OFC-LINE-PAID(WS-OFC-COUNT)
                   MOVE 0 TO WS-OFC-PAID-AMOUNT(WS-OFC-COUNT)
                   ADD OFQ-AMOUNT TO WS-OFC-AMOUNT-HASH
                   ADD OFQ-HOURS TO WS-OFC-HOURS-HASH
               WHEN "T"
                   IF OFQ-TRL-COUNT NOT NUMERIC OR
                      OFQ-TRL-AMOUNT NOT NUMERIC OR
                      OFQ-TRL-HOURS NOT NUMERIC
                       MOVE "OFF-CYCLE TRAILER NOT NUMERIC" TO
                            WS-RCTL-ERROR-TEXT
                       PERFORM REFUSE-RUN-CONTROL
                   END-IF
                   MOVE "Y" TO WS-OFC-TRAILER-SEEN
                   MOVE OFQ-TRL-COUNT TO WS-OFC-TRL-COUNT
                   MOVE OFQ-TRL-AMOUNT TO WS-OFC-TRL-AMOUNT
                   MOVE OFQ-TRL-HOURS TO WS-OFC-TRL-HOURS
               WHEN "H"
                   MOVE "MULTIPLE OFF-CYCLE HEADER RECORDS" TO
                        WS-RCTL-ERROR-TEXT
                   PERFORM REFUSE-RUN-CONTROL
               WHEN OTHER
                   MOVE "UNKNOWN OFF-CYCLE RECORD TYPE" TO
                        WS-RCTL-ERROR-TEXT
                   PERFORM REFUSE-RUN-CONTROL
           END-EVALUATE.

      *> A batch is paid once, and never into a closed year
       CHECK-OFFCYCLE-BATCH.
           COMPUTE WS-OFC-PAY-YEAR = WS-OFC-PAY-DATE / 10000
           MOVE "N" TO WS-OFC-BATCH-PAID
           MOVE "N" TO WS-OFC-YEAR-CLOSED
           MOVE "N" TO WS-EOF-CONTROL
           OPEN INPUT CONTROL-HISTORY
           IF WS-CTL-FILE-STATUS NOT = "00" AND
              WS-CTL-FILE-STATUS NOT = "05"
               MOVE "CONTROL-HISTORY" TO WS-ABEND-FILE-NAME
               MOVE WS-CTL-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           PERFORM UNTIL EOF-CONTROL
               READ CONTROL-HISTORY
                   AT END
                       SET EOF-CONTROL TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-OFFCYCLE-CONTROL
               END-READ
           END-PERFORM
           CLOSE CONTROL-HISTORY
           IF OFC-YEAR-CLOSED
               MOVE "PAY DATE IS IN A YEAR ALREADY CLOSED" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF
           IF OFC-BATCH-PAID
               MOVE "OFF-CYCLE BATCH ALREADY PAID" TO
                    WS-RCTL-ERROR-TEXT
               PERFORM REFUSE-RUN-CONTROL
           END-IF.

       CHECK-ONE-OFFCYCLE-CONTROL.
           EVALUATE CTL-PRINT-LINE(1:1)
               WHEN "Y"
                   MOVE CTL-PRINT-LINE TO WS-CTL-YEAREND-RECORD
                   IF WS-CTL-Y-YEAR NUMERIC AND
                      WS-CTL-Y-YEAR = WS-OFC-PAY-YEAR
                       MOVE "Y" TO WS-OFC-YEAR-CLOSED
                   END-IF
               WHEN "O"
                   MOVE CTL-PRINT-LINE TO WS-CTL-OFFCYCLE-RECORD
                   IF WS-CTL-O-PAY-DATE NUMERIC AND
                      WS-CTL-O-PAY-DATE = WS-OFC-PAY-DATE AND
                      WS-CTL-O-BATCH = WS-OFC-BATCH
                       MOVE "Y" TO WS-OFC-BATCH-PAID
                   END-IF
           END-EVALUATE.

      *> The same outputs a register run opens, headed with the
      *> pay date. Bank accounts are only read: the prenote cycle
      *> belongs to the register.
       OPEN-OFFCYCLE-FILES.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-EMP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT PAYROLL-REGISTER
           IF WS-REG-FILE-STATUS NOT = "00"
               MOVE "PAYROLL-REGISTER" TO WS-ABEND-FILE-NAME
               MOVE WS-REG-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
               MOVE WS-EXC-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE WS-PERIOD-END-DATE TO WS-EH-PERIOD
           MOVE WS-RUN-DATE TO WS-EH-RUN-DATE
           WRITE EXC-PRINT-LINE FROM WS-EXCEPTION-HEADING
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-FILE-STATUS NOT = "00"
               MOVE "DEPT-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-DEPT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN INPUT LABOR-DIST-MASTER
           IF WS-LDM-FILE-STATUS NOT = "00" AND
              WS-LDM-FILE-STATUS NOT = "05"
               MOVE "LABOR-DIST-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-LDM-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN I-O YTD-MASTER
           IF WS-YTD-FILE-STATUS NOT = "00" AND
              WS-YTD-FILE-STATUS NOT = "05"
               MOVE "YTD-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-YTD-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN I-O LEAVE-MASTER
           IF WS-LVM-FILE-STATUS NOT = "00" AND
              WS-LVM-FILE-STATUS NOT = "05"
               MOVE "LEAVE-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-LVM-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT GL-INTERFACE
           IF WS-GL-FILE-STATUS NOT = "00"
               MOVE "GL-INTERFACE" TO WS-ABEND-FILE-NAME
               MOVE WS-GL-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT PAY-STUB-FILE
           IF WS-STUB-FILE-STATUS NOT = "00"
               MOVE "PAY-STUB-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-STUB-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE WS-PERIOD-END-DATE TO WS-SH-PERIOD
           MOVE WS-RUN-DATE TO WS-SH-RUN-DATE
           WRITE STUB-PRINT-LINE FROM WS-STUB-HEADING
           OPEN INPUT BANK-ACCOUNT-MASTER
           IF WS-BAM-FILE-STATUS NOT = "00"
               MOVE "BANK-ACCOUNT-MASTER" TO WS-ABEND-FILE-NAME
               MOVE WS-BAM-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT BANK-PAYMENT-FILE
           IF WS-BPY-FILE-STATUS NOT = "00"
               MOVE "BANK-PAYMENT-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-BPY-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE "H" TO WS-BNK-H-TYPE
           MOVE WS-PERIOD-END-DATE TO WS-BNK-H-PERIOD
           MOVE WS-RUN-DATE TO WS-BNK-H-RUN-DATE
           WRITE BPY-RECORD FROM WS-BANK-HEADER-RECORD
           OPEN OUTPUT FRAUD-SCREEN-REPORT
           IF WS-FRD-FILE-STATUS NOT = "00"
               MOVE "FRAUD-SCREEN-REPORT" TO WS-ABEND-FILE-NAME
               MOVE WS-FRD-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           OPEN OUTPUT CHECK-CANDIDATE-FILE
           IF WS-CKC-FILE-STATUS NOT = "00"
               MOVE "CHECK-CANDIDATE-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CKC-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE "H" TO WS-CKC-H-TYPE
           MOVE "OFFCYCLE" TO WS-CKC-H-SOURCE
           MOVE WS-PERIOD-END-DATE TO WS-CKC-H-PERIOD
           MOVE WS-RUN-DATE TO WS-CKC-H-RUN-DATE
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK(1:6) TO WS-CKC-H-RUN-TIME
           MOVE SPACE TO WS-CKC-H-FREQ
           WRITE CKC-RECORD FROM WS-CHECK-CAND-HEADER.

      *> The input procedure of the off-cycle register sort: each
      *> employee is paid once, on reaching the first of their
      *> lines, with every line of theirs in the batch
       OFFCYCLE-INPUT-PASS.
           PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
                   UNTIL WS-OFC-IDX > WS-OFC-COUNT
               IF WS-OFC-DONE(WS-OFC-IDX) = "N"
                   PERFORM PAY-OFFCYCLE-EMPLOYEE
               END-IF
           END-PERFORM.

      *> An employee not on the master, or whose department or
      *> currency cannot be resolved, is rejected with all of their
      *> lines; otherwise each line stands or falls on its own
       PAY-OFFCYCLE-EMPLOYEE.
           MOVE WS-OFC-EMP-ID(WS-OFC-IDX) TO WS-OFC-CURRENT-ID
           MOVE 0 TO WS-OFC-REGULAR-GROSS
           MOVE 0 TO WS-OFC-SUPP-GROSS
           MOVE 0 TO WS-OFC-LINES-PAID
           MOVE 0 TO WS-OFC-VAC-HOURS
           MOVE 0 TO WS-OFC-VAC-PAY
           MOVE SPACE TO WS-OFC-FIRST-TYPE
           MOVE "N" TO WS-OFC-MIXED
           MOVE "N" TO WS-OFC-FINAL-PAY
           MOVE SPACES TO WS-EMP-PAY-NOTE
           MOVE SPACES TO WS-REASON-CODE
           MOVE SPACES TO WS-REASON-TEXT
           MOVE SPACES TO WS-CURRENT-DEPT-NAME
           MOVE WS-OFC-CURRENT-ID TO EMR-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "N" TO WS-VALID-RECORD
                   MOVE WS-OFC-CURRENT-ID TO EMP-ID
                   MOVE "*NOT ON MASTER*" TO EMP-NAME
                   MOVE "E37" TO WS-REASON-CODE
                   MOVE "OFF-CYCLE EMPLOYEE NOT ON MASTER" TO
                        WS-REASON-TEXT
               NOT INVALID KEY
                   MOVE "Y" TO WS-VALID-RECORD
                   PERFORM MOVE-MASTER-TO-EMPLOYEE
           END-READ
           IF VALID-RECORD
               PERFORM VALIDATE-OFFCYCLE-EMPLOYEE
           END-IF
           IF NOT VALID-RECORD
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF
           PERFORM PRICE-OFFCYCLE-REQUESTS
           IF VALID-RECORD
               IF OFC-FINAL-PAY
                   PERFORM PRICE-VACATION-PAYOUT
               END-IF
               IF WS-OFC-LINES-PAID > 0
                   PERFORM COMPUTE-OFFCYCLE-PAY
                   PERFORM CALCULATE-TOTALS
                   PERFORM POST-OFFCYCLE-YTD
                   PERFORM COMPUTE-EMPLOYER-TAXES
                   IF OFC-FINAL-PAY
                       PERFORM CLEAR-VACATION-BALANCE
                   END-IF
                   PERFORM WRITE-PAY-STUB
               END-IF
           END-IF.

      *> Department and FX rate as the register resolves them; the
      *> salary band is not checked - a bonus is not on its scale.
      *> Hours are priced at the hourly rate, or for salaried staff
      *> at the period salary annualized over the standard year.
       VALIDATE-OFFCYCLE-EMPLOYEE.
           PERFORM LOOKUP-DEPT-MASTER
           IF NOT DEPT-FOUND
               MOVE "N" TO WS-VALID-RECORD
               MOVE "E01" TO WS-REASON-CODE
               MOVE "INVALID DEPARTMENT CODE" TO WS-REASON-TEXT
           ELSE
               MOVE 0 TO WS-EMP-DEDUCT-TOTAL
               MOVE 0 TO WS-EMP-TAX
               PERFORM COMPUTE-USD-EQUIVALENT
               IF NOT FX-RATE-FOUND
                   MOVE "N" TO WS-VALID-RECORD
                   MOVE "E11" TO WS-REASON-CODE
                   MOVE "NO FX RATE FOR CURRENCY" TO WS-REASON-TEXT
               END-IF
           END-IF
      *> Off-cycle pay has no timecards, so all of it goes by the
      *> split
           MOVE 0 TO WS-LTP-COUNT
           IF VALID-RECORD
               PERFORM CHECK-LABOR-DISTRIBUTION
           END-IF
           IF VALID-RECORD
               EVALUATE EMP-PAY-FREQ
                   WHEN "W"
                       MOVE 52 TO WS-PERIODS-PER-YEAR
                   WHEN "M"
                       MOVE 12 TO WS-PERIODS-PER-YEAR
                   WHEN OTHER
                       MOVE 26 TO WS-PERIODS-PER-YEAR
               END-EVALUATE
               IF EMP-HOURLY
                   MOVE EMP-HOURLY-RATE TO WS-OFC-HOUR-RATE
               ELSE
                   COMPUTE WS-OFC-HOUR-RATE ROUNDED =
                       EMP-SALARY * WS-PERIODS-PER-YEAR /
                       WS-OFC-ANNUAL-HOURS
               END-IF
               PERFORM CHECK-OFFCYCLE-POSTED
               PERFORM READ-OFFCYCLE-LEAVE
           END-IF.

      *> A resubmitted batch finds its own stamp on the employees it
      *> already posted: they are paid again - the abandoned run's
      *> feeds were never released - but not posted again, and a
      *> final pay reuses the vacation hours stamped at the time
       CHECK-OFFCYCLE-POSTED.
           MOVE "N" TO WS-OFC-ALREADY-POSTED
           MOVE EMP-ID TO YTD-EMP-ID
           READ YTD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF YTD-OFC-PAY-DATE NUMERIC AND
                      YTD-OFC-PAY-DATE = WS-OFC-PAY-DATE AND
                      YTD-OFC-BATCH = WS-OFC-BATCH
                       MOVE "Y" TO WS-OFC-ALREADY-POSTED
                       MOVE YTD-OFC-VAC-HOURS TO WS-OFC-VAC-HOURS
                   END-IF
           END-READ.

       READ-OFFCYCLE-LEAVE.
           MOVE 0 TO WS-VAC-AVAILABLE
           MOVE 0 TO WS-SICK-AVAILABLE
           MOVE EMP-ID TO LVM-EMP-ID
           READ LEAVE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-VAC-AVAILABLE =
                       LVM-VAC-ACCRUED - LVM-VAC-TAKEN
                   COMPUTE WS-SICK-AVAILABLE =
                       LVM-SICK-ACCRUED - LVM-SICK-TAKEN
           END-READ.

       PRICE-OFFCYCLE-REQUESTS.
           PERFORM VARYING WS-OFC-LINE-IDX FROM WS-OFC-IDX BY 1
                   UNTIL WS-OFC-LINE-IDX > WS-OFC-COUNT
               IF WS-OFC-EMP-ID(WS-OFC-LINE-IDX) = WS-OFC-CURRENT-ID
                   MOVE "Y" TO WS-OFC-DONE(WS-OFC-LINE-IDX)
                   IF VALID-RECORD
                       PERFORM PRICE-ONE-OFFCYCLE-REQUEST
                   END-IF
               END-IF
           END-PERFORM.

      *> Bonuses are supplemental wages; corrections and final pay
      *> are regular wages. A rejected line goes to the exception
      *> file and the employee's other lines are still paid.
       PRICE-ONE-OFFCYCLE-REQUEST.
           MOVE SPACES TO WS-REASON-CODE
           IF WS-OFC-PAY-TYPE(WS-OFC-LINE-IDX) NOT = "B" AND
              WS-OFC-PAY-TYPE(WS-OFC-LINE-IDX) NOT = "C" AND
              WS-OFC-PAY-TYPE(WS-OFC-LINE-IDX) NOT = "F"
               MOVE "E40" TO WS-REASON-CODE
               MOVE "UNKNOWN OFF-CYCLE PAYMENT TYPE" TO
                    WS-REASON-TEXT
           ELSE
           IF (WS-OFC-AMOUNT(WS-OFC-LINE-IDX) = 0 AND
               WS-OFC-HOURS(WS-OFC-LINE-IDX) = 0) OR
              (WS-OFC-AMOUNT(WS-OFC-LINE-IDX) NOT = 0 AND
               WS-OFC-HOURS(WS-OFC-LINE-IDX) NOT = 0)
               MOVE "E38" TO WS-REASON-CODE
               MOVE "OFF-CYCLE NEEDS AMOUNT OR HOURS" TO
                    WS-REASON-TEXT
           ELSE
           IF WS-OFC-PAY-TYPE(WS-OFC-LINE-IDX) = "F" AND
              NOT EMP-TERMINATED
               MOVE "E39" TO WS-REASON-CODE
               MOVE "FINAL PAY FOR EMPLOYEE NOT TERMINATED" TO
                    WS-REASON-TEXT
           ELSE
           IF WS-OFC-HOURS(WS-OFC-LINE-IDX) NOT = 0 AND
              WS-OFC-HOUR-RATE = 0
               MOVE "E26" TO WS-REASON-CODE
               MOVE "HOURLY RATE MISSING" TO WS-REASON-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REASON-CODE NOT = SPACES
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
               IF WS-OFC-AMOUNT(WS-OFC-LINE-IDX) NOT = 0
                   MOVE WS-OFC-AMOUNT(WS-OFC-LINE-IDX) TO
                        WS-OFC-LINE-AMOUNT
               ELSE
                   COMPUTE WS-OFC-LINE-AMOUNT ROUNDED =
                       WS-OFC-HOURS(WS-OFC-LINE-IDX) *
                       WS-OFC-HOUR-RATE
               END-IF
               MOVE "Y" TO WS-OFC-LINE-PAID(WS-OFC-LINE-IDX)
               MOVE WS-OFC-LINE-AMOUNT TO
                    WS-OFC-PAID-AMOUNT(WS-OFC-LINE-IDX)
               ADD 1 TO WS-OFC-LINES-PAID
               IF WS-OFC-PAY-TYPE(WS-OFC-LINE-IDX) = "B"
                   ADD WS-OFC-LINE-AMOUNT TO WS-OFC-SUPP-GROSS
               ELSE
                   ADD WS-OFC-LINE-AMOUNT TO WS-OFC-REGULAR-GROSS
               END-IF
               IF WS-OFC-PAY-TYPE(WS-OFC-LINE-IDX) = "F"
                   MOVE "Y" TO WS-OFC-FINAL-PAY
               END-IF
               IF WS-OFC-LINES-PAID = 1
                   MOVE WS-OFC-PAY-TYPE(WS-OFC-LINE-IDX) TO
                        WS-OFC-FIRST-TYPE
               ELSE
                   IF WS-OFC-PAY-TYPE(WS-OFC-LINE-IDX) NOT =
                         WS-OFC-FIRST-TYPE
                       MOVE "Y" TO WS-OFC-MIXED
                   END-IF
               END-IF
           END-IF.

      *> A final pay settles the unused vacation balance at the
      *> hourly equivalent, as supplemental wages. A balance already
      *> overdrawn pays nothing and is left for payroll to recover.
       PRICE-VACATION-PAYOUT.
           IF NOT OFC-ALREADY-POSTED
               IF WS-VAC-AVAILABLE > 0
                   MOVE WS-VAC-AVAILABLE TO WS-OFC-VAC-HOURS
               ELSE
                   MOVE 0 TO WS-OFC-VAC-HOURS
               END-IF
           END-IF
           COMPUTE WS-OFC-VAC-PAY ROUNDED =
               WS-OFC-VAC-HOURS * WS-OFC-HOUR-RATE
           ADD WS-OFC-VAC-PAY TO WS-OFC-SUPP-GROSS.

      *> The regular part is withheld through the brackets as one
      *> period of the employee's frequency, the supplemental part
      *> at the flat rate. No DEDMAST deductions or garnishments are
      *> taken off-cycle; those ride the regular register.
       COMPUTE-OFFCYCLE-PAY.
           MOVE 0 TO WS-EMP-DEDUCT-TOTAL
           MOVE 0 TO WS-EMPDED-COUNT
           MOVE 0 TO WS-EMP-RETRO
           MOVE 0 TO WS-EMP-USD-RETRO-TOTAL
           MOVE WS-OFC-REGULAR-GROSS TO EMP-SALARY
           PERFORM COMPUTE-TAX-WITHHOLDING
           MOVE 0 TO WS-OFC-SUPP-TAX
           IF EMP-TAX-JURIS NOT = SPACES
               COMPUTE WS-OFC-SUPP-TAX ROUNDED =
                   WS-OFC-SUPP-GROSS * WS-OFC-SUPP-RATE / 100
           END-IF
           COMPUTE EMP-SALARY =
               WS-OFC-REGULAR-GROSS + WS-OFC-SUPP-GROSS
           ADD WS-OFC-SUPP-TAX TO WS-EMP-TAX
           COMPUTE WS-EMP-NET-PAY = EMP-SALARY - WS-EMP-TAX
           PERFORM COMPUTE-USD-EQUIVALENT
           IF OFC-MIXED
               MOVE "OFF-CYCLE" TO WS-EMP-PAY-NOTE
           ELSE
               EVALUATE WS-OFC-FIRST-TYPE
                   WHEN "B"
                       MOVE "BONUS" TO WS-EMP-PAY-NOTE
                   WHEN "C"
                       MOVE "CORRECTION" TO WS-EMP-PAY-NOTE
                   WHEN "F"
                       MOVE "FINAL PAY" TO WS-EMP-PAY-NOTE
               END-EVALUATE
           END-IF.

      *> The payment goes into the year's gross and withholding but
      *> is not a pay period: periods paid and the last-posted stamp
      *> belong to the register. The batch stamp stops a resubmit
      *> from posting the same money twice.
       POST-OFFCYCLE-YTD.
           MOVE "N" TO WS-YTD-POSTED
           MOVE EMP-ID TO YTD-EMP-ID
           READ YTD-MASTER
               INVALID KEY
                   MOVE EMP-ID TO YTD-EMP-ID
                   MOVE EMP-NAME TO YTD-EMP-NAME
                   MOVE EMP-DEPT TO YTD-EMP-DEPT
                   MOVE EMP-CURRENCY TO YTD-CURRENCY
                   MOVE 0 TO YTD-PERIODS-PAID
                   MOVE 0 TO YTD-GROSS
                   MOVE 0 TO YTD-USD-GROSS
                   MOVE 0 TO YTD-EXCEPTIONS
                   MOVE 0 TO YTD-LAST-POSTED
                   MOVE 0 TO YTD-LAST-EXC-DATE
                   PERFORM CLEAR-YTD-TAX-FIELDS
                   PERFORM POST-OFFCYCLE-EARNINGS
                   WRITE YTD-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "YTD WRITE FAILED FOR "
                                   "EMP-ID: " EMP-ID
                   END-WRITE
               NOT INVALID KEY
                   IF YTD-OFC-PAY-DATE NOT NUMERIC
                       PERFORM CLEAR-YTD-OFFCYCLE-FIELDS
                   END-IF
                   IF NOT OFC-ALREADY-POSTED
                       PERFORM POST-OFFCYCLE-EARNINGS
                   END-IF
                   MOVE EMP-NAME TO YTD-EMP-NAME
                   MOVE EMP-DEPT TO YTD-EMP-DEPT
                   MOVE EMP-CURRENCY TO YTD-CURRENCY
                   REWRITE YTD-MASTER-RECORD
           END-READ.

       POST-OFFCYCLE-EARNINGS.
           ADD EMP-SALARY TO YTD-GROSS
           ADD WS-EMP-USD-SALARY TO YTD-USD-GROSS
           PERFORM POST-YTD-WITHHOLDING
           MOVE WS-OFC-PAY-DATE TO YTD-OFC-PAY-DATE
           MOVE WS-OFC-BATCH TO YTD-OFC-BATCH
           MOVE 0 TO YTD-OFC-SS-WAGES
           MOVE 0 TO YTD-OFC-UI-WAGES
           MOVE WS-OFC-VAC-HOURS TO YTD-OFC-VAC-HOURS
           MOVE "Y" TO WS-YTD-POSTED.

      *> Taken after the YTD stamp records the hours paid out, so a
      *> run lost in between still pays and zeroes the same hours
       CLEAR-VACATION-BALANCE.
           MOVE EMP-ID TO LVM-EMP-ID
           READ LEAVE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LVM-VAC-ACCRUED > LVM-VAC-TAKEN
                       MOVE LVM-VAC-ACCRUED TO LVM-VAC-TAKEN
                       REWRITE LEAVE-MASTER-RECORD
                   END-IF
                   COMPUTE WS-VAC-AVAILABLE =
                       LVM-VAC-ACCRUED - LVM-VAC-TAKEN
           END-READ.

      *> Each paid request line under the gross, with its reason,
      *> and the vacation payout of a final pay
       WRITE-OFFCYCLE-STUB-LINES.
           PERFORM VARYING WS-OFC-LINE-IDX FROM WS-OFC-IDX BY 1
                   UNTIL WS-OFC-LINE-IDX > WS-OFC-COUNT
               IF WS-OFC-EMP-ID(WS-OFC-LINE-IDX) = EMP-ID AND
                  WS-OFC-LINE-PAID(WS-OFC-LINE-IDX) = "Y"
                   EVALUATE WS-OFC-PAY-TYPE(WS-OFC-LINE-IDX)
                       WHEN "B"
                           MOVE "BONUS" TO WS-STO-TYPE
                       WHEN "C"
                           MOVE "CORRECTION" TO WS-STO-TYPE
                       WHEN "F"
                           MOVE "FINAL PAY" TO WS-STO-TYPE
                   END-EVALUATE
                   MOVE WS-OFC-REASON(WS-OFC-LINE-IDX) TO
                        WS-STO-REASON
                   MOVE WS-OFC-HOURS(WS-OFC-LINE-IDX) TO WS-STO-HOURS
                   MOVE WS-OFC-PAID-AMOUNT(WS-OFC-LINE-IDX) TO
                        WS-STO-AMOUNT
                   WRITE STUB-PRINT-LINE FROM WS-STUB-OFFCYCLE-LINE
               END-IF
           END-PERFORM
           IF OFC-FINAL-PAY AND WS-OFC-VAC-HOURS NOT = 0
               MOVE "VAC PAYOUT" TO WS-STO-TYPE
               MOVE "UNUSED VACATION BALANCE" TO WS-STO-REASON
               MOVE WS-OFC-VAC-HOURS TO WS-STO-HOURS
               MOVE WS-OFC-VAC-PAY TO WS-STO-AMOUNT
               WRITE STUB-PRINT-LINE FROM WS-STUB-OFFCYCLE-LINE
           END-IF.

      *> The O record is what refuses a second payment of the batch
       WRITE-OFFCYCLE-CONTROL-RECORD.
           OPEN EXTEND CONTROL-HISTORY
           IF WS-CTL-FILE-STATUS NOT = "00" AND
              WS-CTL-FILE-STATUS NOT = "05"
               MOVE "CONTROL-HISTORY" TO WS-ABEND-FILE-NAME
               MOVE WS-CTL-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM ABEND-ON-OPEN-ERROR
           END-IF
           MOVE "O" TO WS-CTL-O-TYPE
           MOVE WS-RUN-DATE TO WS-CTL-O-DATE
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK(1:6) TO WS-CTL-O-TIME
           MOVE WS-OPERATOR-ID TO WS-CTL-O-OPERATOR
           MOVE WS-OFC-PAY-DATE TO WS-CTL-O-PAY-DATE
           MOVE WS-OFC-BATCH TO WS-CTL-O-BATCH
           MOVE WS-VALID-EMP-COUNT TO WS-CTL-O-EMP-COUNT
           MOVE WS-GRAND-TOTAL TO WS-CTL-O-GRAND-TOTAL
           MOVE SPACES TO CTL-PRINT-LINE
           WRITE CTL-PRINT-LINE FROM WS-CTL-OFFCYCLE-RECORD
           CLOSE CONTROL-HISTORY.

      *> The remittance carries what was taken for each agency; like
      *> the GL and bank feeds, a restarted or simulated run sends
      *> nothing and cuts a zero trailer
       WRITE-GARNISHMENT-REMITTANCE.
           MOVE WS-PERIOD-END-DATE TO GRR-H-PERIOD
           MOVE WS-RUN-DATE TO GRR-H-RUN-DATE
           WRITE GRR-RECORD FROM WS-GRN-REMIT-HEADER
           MOVE 0 TO WS-GRN-REMIT-COUNT
           MOVE 0 TO WS-GRN-REMIT-TOTAL
           IF NOT RESTART-MODE AND NOT SIMULATE-MODE
               PERFORM VARYING WS-GRM-IDX FROM 1 BY 1
                       UNTIL WS-GRM-IDX > WS-GRM-COUNT
                   IF WS-GRM-TAKEN(WS-GRM-IDX) > 0
                       MOVE WS-GRM-AGENCY-ID(WS-GRM-IDX) TO
                            GRR-D-AGENCY-ID
                       MOVE WS-GRM-AGENCY-NAME(WS-GRM-IDX) TO
                            GRR-D-AGENCY-NAME
                       MOVE WS-GRM-CASE-NO(WS-GRM-IDX) TO
                            GRR-D-CASE-NO
                       MOVE WS-GRM-EMP-ID(WS-GRM-IDX) TO GRR-D-EMP-ID
                       MOVE WS-GRM-EMP-NAME(WS-GRM-IDX) TO
                            GRR-D-EMP-NAME
                       MOVE WS-GRM-TAKEN(WS-GRM-IDX) TO GRR-D-AMOUNT
                       WRITE GRR-RECORD FROM WS-GRN-REMIT-DETAIL
                       ADD 1 TO WS-GRN-REMIT-COUNT
                       ADD WS-GRM-TAKEN(WS-GRM-IDX) TO
                           WS-GRN-REMIT-TOTAL
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-GRN-REMIT-COUNT TO GRR-T-COUNT
           MOVE WS-GRN-REMIT-TOTAL TO GRR-T-TOTAL
           WRITE GRR-RECORD FROM WS-GRN-REMIT-TRAILER.

      *> Every order worked this run, grouped by agency, with what
      *> was taken, where the order stands, and why it fell short
       PRINT-GARNISHMENT-REPORT.
           MOVE WS-PERIOD-END-DATE TO WS-GRNH-PERIOD
           MOVE WS-RUN-DATE TO WS-GRNH-RUN-DATE
           MOVE WS-RH-RESTART-FLAG TO WS-GRNH-FLAG
           WRITE GRP-PRINT-LINE FROM WS-GRN-REPORT-HEADING
           WRITE GRP-PRINT-LINE FROM WS-GRN-REPORT-COLUMNS
           MOVE 0 TO WS-GAG-COUNT
           PERFORM VARYING WS-GRM-IDX FROM 1 BY 1
                   UNTIL WS-GRM-IDX > WS-GRM-COUNT
               SET WS-GAG-IDX TO 1
               SEARCH WS-GAG-ENTRY
                   AT END
                       IF WS-GAG-COUNT < 200
                           ADD 1 TO WS-GAG-COUNT
                           MOVE WS-GRM-AGENCY-ID(WS-GRM-IDX) TO
                                WS-GAG-AGENCY-ID(WS-GAG-COUNT)
                           MOVE WS-GRM-AGENCY-NAME(WS-GRM-IDX) TO
                                WS-GAG-AGENCY-NAME(WS-GAG-COUNT)
                       ELSE
                           DISPLAY "GARNISHMENT AGENCY TABLE FULL - "
                                   "NOT REPORTED: "
                                   WS-GRM-AGENCY-ID(WS-GRM-IDX)
                       END-IF
                   WHEN WS-GAG-AGENCY-ID(WS-GAG-IDX) =
                        WS-GRM-AGENCY-ID(WS-GRM-IDX)
                       CONTINUE
               END-SEARCH
           END-PERFORM
           MOVE 0 TO WS-GRN-REMIT-COUNT
           MOVE 0 TO WS-GRN-REMIT-TOTAL
           PERFORM VARYING WS-GAG-IDX FROM 1 BY 1
                   UNTIL WS-GAG-IDX > WS-GAG-COUNT
               PERFORM PRINT-GARNISHMENT-AGENCY
           END-PERFORM
           MOVE "TOTAL TAKEN ALL AGENCIES" TO WS-GRNT-LABEL
           MOVE WS-GRN-REMIT-COUNT TO WS-GRNT-COUNT
           MOVE WS-GRN-REMIT-TOTAL TO WS-GRNT-AMOUNT
           WRITE GRP-PRINT-LINE FROM WS-GRN-TOTAL-LINE.

       PRINT-GARNISHMENT-AGENCY.
           MOVE SPACES TO GRP-PRINT-LINE
           WRITE GRP-PRINT-LINE
           MOVE WS-GAG-AGENCY-ID(WS-GAG-IDX) TO WS-GRNA-AGENCY-ID
           MOVE WS-GAG-AGENCY-NAME(WS-GAG-IDX) TO WS-GRNA-AGENCY-NAME
           WRITE GRP-PRINT-LINE FROM WS-GRN-AGENCY-LINE
           MOVE 0 TO WS-GRN-AGENCY-COUNT
           MOVE 0 TO WS-GRN-AGENCY-TOTAL
           PERFORM VARYING WS-GRM-IDX FROM 1 BY 1
                   UNTIL WS-GRM-IDX > WS-GRM-COUNT
               IF WS-GRM-AGENCY-ID(WS-GRM-IDX) =
                  WS-GAG-AGENCY-ID(WS-GAG-IDX)
                   PERFORM PRINT-GARNISHMENT-DETAIL
               END-IF
           END-PERFORM
           MOVE "AGENCY TOTAL" TO WS-GRNT-LABEL
           MOVE WS-GRN-AGENCY-COUNT TO WS-GRNT-COUNT
           MOVE WS-GRN-AGENCY-TOTAL TO WS-GRNT-AMOUNT
           WRITE GRP-PRINT-LINE FROM WS-GRN-TOTAL-LINE
           ADD WS-GRN-AGENCY-COUNT TO WS-GRN-REMIT-COUNT
           ADD WS-GRN-AGENCY-TOTAL TO WS-GRN-REMIT-TOTAL.

       PRINT-GARNISHMENT-DETAIL.
           MOVE WS-GRM-CASE-NO(WS-GRM-IDX) TO WS-GRND-CASE-NO
           MOVE WS-GRM-EMP-ID(WS-GRM-IDX) TO WS-GRND-EMP-ID
           MOVE WS-GRM-EMP-NAME(WS-GRM-IDX) TO WS-GRND-NAME
           MOVE WS-GRM-TYPE(WS-GRM-IDX) TO WS-GRND-TYPE
           MOVE WS-GRM-TAKEN(WS-GRM-IDX) TO WS-GRND-TAKEN
           MOVE WS-GRM-PAID(WS-GRM-IDX) TO WS-GRND-PAID
           MOVE WS-GRM-ARREARS(WS-GRM-IDX) TO WS-GRND-ARREARS
           MOVE WS-GRM-OWED(WS-GRM-IDX) TO WS-GRND-OWED
           EVALUATE TRUE
               WHEN WS-GRM-STATUS(WS-GRM-IDX) = "P"
                   MOVE "PAID OFF-STOPPED" TO WS-GRND-NOTE
               WHEN WS-GRM-ARREARS(WS-GRM-IDX) > 0
                   MOVE "SHORT-IN ARREARS" TO WS-GRND-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-GRND-NOTE
           END-EVALUATE
           WRITE GRP-PRINT-LINE FROM WS-GRN-DETAIL-LINE
           IF WS-GRM-TAKEN(WS-GRM-IDX) > 0
               ADD 1 TO WS-GRN-AGENCY-COUNT
               ADD WS-GRM-TAKEN(WS-GRM-IDX) TO WS-GRN-AGENCY-TOTAL
           END-IF.

      *> Labor cost by project, each project broken down by cost
      *> center, then by cost center alone as the GL debits post it.
      *> Gross plus retro must come back to the register grand total
      *> and the employer tax to the employer-cost total; a report
      *> that does not tie says so and the run's DISPLAY shows both
      *> figures. Report only: the return code is not changed.
       PRINT-LABOR-DISTRIBUTION.
           MOVE WS-PERIOD-END-DATE TO WS-LDRH-PERIOD
           MOVE WS-RUN-DATE TO WS-LDRH-RUN-DATE
           MOVE WS-RH-RESTART-FLAG TO WS-LDRH-FLAG
           WRITE LDR-PRINT-LINE FROM WS-LDR-HEADING
           WRITE LDR-PRINT-LINE FROM WS-LDR-COLUMNS
           MOVE 0 TO WS-LDP-COUNT
           MOVE 0 TO WS-LDC-COUNT
           PERFORM VARYING WS-LDT-IDX FROM 1 BY 1
                   UNTIL WS-LDT-IDX > WS-LDT-COUNT
               PERFORM COLLECT-LABOR-PROJECT
               PERFORM COLLECT-LABOR-COST-CENTER
           END-PERFORM
           MOVE 0 TO WS-LDR-GROSS-TOTAL
           MOVE 0 TO WS-LDR-ER-TOTAL
           PERFORM VARYING WS-LDP-IDX FROM 1 BY 1
                   UNTIL WS-LDP-IDX > WS-LDP-COUNT
               PERFORM PRINT-LABOR-PROJECT
           END-PERFORM
           MOVE SPACES TO LDR-PRINT-LINE
           WRITE LDR-PRINT-LINE
           MOVE "ALL PROJECTS" TO WS-LDRT-LABEL
           MOVE WS-LDR-GROSS-TOTAL TO WS-LDR-PROJ-GROSS
           MOVE WS-LDR-ER-TOTAL TO WS-LDR-PROJ-ER
           PERFORM WRITE-LABOR-TOTAL-LINE
           MOVE "RETRO PAY" TO WS-LDRT-LABEL
           MOVE WS-RETRO-GRAND TO WS-LDR-PROJ-GROSS
           MOVE 0 TO WS-LDR-PROJ-ER
           PERFORM WRITE-LABOR-TOTAL-LINE
           COMPUTE WS-LDR-DIST-TOTAL =
               WS-LDR-GROSS-TOTAL + WS-RETRO-GRAND
           MOVE "DISTRIBUTED TOTAL" TO WS-LDRT-LABEL
           MOVE WS-LDR-DIST-TOTAL TO WS-LDR-PROJ-GROSS
           MOVE WS-LDR-ER-TOTAL TO WS-LDR-PROJ-ER
           PERFORM WRITE-LABOR-TOTAL-LINE
           MOVE "REGISTER TOTAL" TO WS-LDRT-LABEL
           MOVE WS-GRAND-TOTAL TO WS-LDR-PROJ-GROSS
           MOVE WS-ER-GRAND-TAX TO WS-LDR-PROJ-ER
           PERFORM WRITE-LABOR-TOTAL-LINE
           IF WS-LDR-DIST-TOTAL = WS-GRAND-TOTAL AND
              WS-LDR-ER-TOTAL = WS-ER-GRAND-TAX
               MOVE "DISTRIBUTION TIES TO THE REGISTER GRAND TOTAL" TO
                    WS-LDRX-TEXT
           ELSE
               MOVE "*** DISTRIBUTION DOES NOT TIE TO THE REGISTER ***"
                    TO WS-LDRX-TEXT
               DISPLAY "LABOR DISTRIBUTION DOES NOT TIE - GROSS "
                       WS-LDR-DIST-TOTAL " REGISTER " WS-GRAND-TOTAL
                       " EMPLOYER TAX " WS-LDR-ER-TOTAL
                       " REGISTER " WS-ER-GRAND-TAX
           END-IF
           WRITE LDR-PRINT-LINE FROM WS-LDR-TIE-LINE
           MOVE SPACES TO LDR-PRINT-LINE
           WRITE LDR-PRINT-LINE
           MOVE "COST CENTER TOTALS AS DEBITED ON THE GL FEED" TO
                WS-LDRS-TITLE
           WRITE LDR-PRINT-LINE FROM WS-LDR-SECTION
           WRITE LDR-PRINT-LINE FROM WS-LDR-COLUMNS
           PERFORM VARYING WS-LDC-IDX FROM 1 BY 1
                   UNTIL WS-LDC-IDX > WS-LDC-COUNT
               MOVE SPACES TO WS-LDRL-PROJECT
               MOVE WS-LDC-COST-CENTER(WS-LDC-IDX) TO
                    WS-LDRL-COST-CENTER
               IF WS-LDC-COST-CENTER(WS-LDC-IDX) = SPACES
                   MOVE "NONE" TO WS-LDRL-COST-CENTER
               END-IF
               MOVE WS-LDC-GROSS(WS-LDC-IDX) TO WS-LDRL-GROSS
               MOVE WS-LDC-ER-TAX(WS-LDC-IDX) TO WS-LDRL-ER-TAX
               COMPUTE WS-LDRL-TOTAL =
                   WS-LDC-GROSS(WS-LDC-IDX) + WS-LDC-ER-TAX(WS-LDC-IDX)
               WRITE LDR-PRINT-LINE FROM WS-LDR-LINE
           END-PERFORM
           MOVE "ALL COST CENTERS" TO WS-LDRT-LABEL
           MOVE WS-LDR-GROSS-TOTAL TO WS-LDR-PROJ-GROSS
           MOVE WS-LDR-ER-TOTAL TO WS-LDR-PROJ-ER
           PERFORM WRITE-LABOR-TOTAL-LINE
           MOVE SPACES TO LDR-PRINT-LINE
           WRITE LDR-PRINT-LINE
           MOVE "EMPLOYEES CHARGED BY A SPLIT" TO WS-LDRC-LABEL
           MOVE WS-LDR-SPLIT-COUNT TO WS-LDRC-COUNT
           WRITE LDR-PRINT-LINE FROM WS-LDR-COUNT-LINE
           MOVE "EMPLOYEES WITH HOURS BOOKED TO PROJECTS" TO
                WS-LDRC-LABEL
           MOVE WS-LDR-TIMECARD-COUNT TO WS-LDRC-COUNT
           WRITE LDR-PRINT-LINE FROM WS-LDR-COUNT-LINE
           MOVE "SPLITS NOT 100% - ON EXCEPTION FILE" TO WS-LDRC-LABEL
           MOVE WS-LDR-REJECT-COUNT TO WS-LDRC-COUNT
           WRITE LDR-PRINT-LINE FROM WS-LDR-COUNT-LINE.

       COLLECT-LABOR-PROJECT.
           SET WS-LDP-IDX TO 1
           SEARCH WS-LDP-ENTRY
               AT END
                   IF WS-LDP-COUNT < 200
                       ADD 1 TO WS-LDP-COUNT
                       MOVE WS-LDT-PROJECT(WS-LDT-IDX) TO
                            WS-LDP-PROJECT(WS-LDP-COUNT)
                   END-IF
               WHEN WS-LDP-PROJECT(WS-LDP-IDX) =
                    WS-LDT-PROJECT(WS-LDT-IDX)
                   CONTINUE
           END-SEARCH.

       COLLECT-LABOR-COST-CENTER.
           SET WS-LDC-IDX TO 1
           SEARCH WS-LDC-ENTRY
               AT END
                   IF WS-LDC-COUNT < 200
                       ADD 1 TO WS-LDC-COUNT
                       MOVE WS-LDT-COST-CENTER(WS-LDT-IDX) TO
                            WS-LDC-COST-CENTER(WS-LDC-COUNT)
                       MOVE WS-LDT-GROSS(WS-LDT-IDX) TO
                            WS-LDC-GROSS(WS-LDC-COUNT)
                       MOVE WS-LDT-ER-TAX(WS-LDT-IDX) TO
                            WS-LDC-ER-TAX(WS-LDC-COUNT)
                   END-IF
               WHEN WS-LDC-COST-CENTER(WS-LDC-IDX) =
                    WS-LDT-COST-CENTER(WS-LDT-IDX)
                   ADD WS-LDT-GROSS(WS-LDT-IDX) TO
                       WS-LDC-GROSS(WS-LDC-IDX)
                   ADD WS-LDT-ER-TAX(WS-LDT-IDX) TO
                       WS-LDC-ER-TAX(WS-LDC-IDX)
           END-SEARCH.

      *> Pay that carries no project is listed under NONE
       PRINT-LABOR-PROJECT.
           MOVE SPACES TO LDR-PRINT-LINE
           WRITE LDR-PRINT-LINE
           MOVE WS-LDP-PROJECT(WS-LDP-IDX) TO WS-LDRP-PROJECT
           IF WS-LDP-PROJECT(WS-LDP-IDX) = SPACES
               MOVE "NONE" TO WS-LDRP-PROJECT
           END-IF
           WRITE LDR-PRINT-LINE FROM WS-LDR-PROJECT-LINE
           MOVE 0 TO WS-LDR-PROJ-GROSS
           MOVE 0 TO WS-LDR-PROJ-ER
           PERFORM VARYING WS-LDT-IDX FROM 1 BY 1
                   UNTIL WS-LDT-IDX > WS-LDT-COUNT
               IF WS-LDT-PROJECT(WS-LDT-IDX) =
                  WS-LDP-PROJECT(WS-LDP-IDX)
                   PERFORM PRINT-LABOR-DETAIL
               END-IF
           END-PERFORM
           MOVE "PROJECT TOTAL" TO WS-LDRT-LABEL
           PERFORM WRITE-LABOR-TOTAL-LINE
           ADD WS-LDR-PROJ-GROSS TO WS-LDR-GROSS-TOTAL
           ADD WS-LDR-PROJ-ER TO WS-LDR-ER-TOTAL.

       PRINT-LABOR-DETAIL.
           MOVE WS-LDRP-PROJECT TO WS-LDRL-PROJECT
           MOVE WS-LDT-COST-CENTER(WS-LDT-IDX) TO WS-LDRL-COST-CENTER
           IF WS-LDT-COST-CENTER(WS-LDT-IDX) = SPACES
               MOVE "NONE" TO WS-LDRL-COST-CENTER
           END-IF
           MOVE WS-LDT-GROSS(WS-LDT-IDX) TO WS-LDRL-GROSS
           MOVE WS-LDT-ER-TAX(WS-LDT-IDX) TO WS-LDRL-ER-TAX
           COMPUTE WS-LDRL-TOTAL =
               WS-LDT-GROSS(WS-LDT-IDX) + WS-LDT-ER-TAX(WS-LDT-IDX)
           WRITE LDR-PRINT-LINE FROM WS-LDR-LINE
           ADD WS-LDT-GROSS(WS-LDT-IDX) TO WS-LDR-PROJ-GROSS
           ADD WS-LDT-ER-TAX(WS-LDT-IDX) TO WS-LDR-PROJ-ER.

       WRITE-LABOR-TOTAL-LINE.
           MOVE WS-LDR-PROJ-GROSS TO WS-LDRT-GROSS
           MOVE WS-LDR-PROJ-ER TO WS-LDRT-ER-TAX
           COMPUTE WS-LDRT-TOTAL = WS-LDR-PROJ-GROSS + WS-LDR-PROJ-ER
           WRITE LDR-PRINT-LINE FROM WS-LDR-TOTAL-LINE.

      *> Compares this run's control totals against the prior run's
      *> CONTROL-HISTORY record; swings beyond WS-VARIANCE-TOLERANCE
               AT END
                   SET EOF-EMPLOYEE TO TRUE
               NOT AT END
                   PERFORM MOVE-MASTER-TO-EMPLOYEE
           END-READ.

      *> Master fields into the working employee, with the defaults
      *> for fields keyed before they existed
       MOVE-MASTER-TO-EMPLOYEE.
           MOVE EMR-EMP-ID     TO EMP-ID
           MOVE EMR-EMP-NAME   TO EMP-NAME
           MOVE EMR-EMP-SALARY TO EMP-SALARY
           MOVE EMR-EMP-DEPT   TO EMP-DEPT
           IF EMR-EMP-CURRENCY = SPACES
               MOVE "USD" TO EMP-CURRENCY
           ELSE
               MOVE EMR-EMP-CURRENCY TO EMP-CURRENCY
           END-IF
           IF EMR-EMP-STATUS = SPACES
               MOVE "A" TO EMP-STATUS
           ELSE
               MOVE EMR-EMP-STATUS TO EMP-STATUS
           END-IF
           IF EMR-HIRE-DATE NUMERIC
               MOVE EMR-HIRE-DATE TO EMP-HIRE-DATE
           ELSE
               MOVE 0 TO EMP-HIRE-DATE
           END-IF
           IF EMR-TERM-DATE NUMERIC
               MOVE EMR-TERM-DATE TO EMP-TERM-DATE
           ELSE
               MOVE 0 TO EMP-TERM-DATE
           END-IF
           MOVE EMR-TAX-JURIS TO EMP-TAX-JURIS
           MOVE EMR-FILING-STATUS TO EMP-FILING-STATUS
           IF EMR-PAY-TYPE = "H"
               MOVE "H" TO EMP-PAY-TYPE
           ELSE
               MOVE "S" TO EMP-PAY-TYPE
           END-IF
           IF EMR-HOURLY-RATE NUMERIC
               MOVE EMR-HOURLY-RATE TO EMP-HOURLY-RATE
           ELSE
               MOVE 0 TO EMP-HOURLY-RATE
           END-IF
           IF EMR-PAY-FREQ = "W" OR EMR-PAY-FREQ = "M"
               MOVE EMR-PAY-FREQ TO EMP-PAY-FREQ
           ELSE
               MOVE "B" TO EMP-PAY-FREQ
           END-IF.

       VALIDATE-EMPLOYEE-RECORD.
           MOVE "Y" TO WS-VALID-RECORD
           MOVE SPACES TO WS-REASON-CODE
               END-IF
               END-IF
               END-IF
           END-IF
           IF VALID-RECORD
               PERFORM CHECK-LABOR-DISTRIBUTION
           END-IF.

      *> DEPT-MASTER is the single authority for both department
                   MOVE DM-MAX-SALARY TO WS-CURRENT-DEPT-MAX-SALARY
           END-READ.

      *> A split that does not come to 100% cannot be posted, so
      *> the employee goes on the exception file unpaid rather than
      *> be charged on a guess
       CHECK-LABOR-DISTRIBUTION.
           PERFORM LOAD-LABOR-DISTRIBUTION
           IF LDS-FOUND AND NOT LDS-VALID
               MOVE "N" TO WS-VALID-RECORD
               MOVE "E41" TO WS-REASON-CODE
               MOVE "LABOR SPLIT DOES NOT SUM TO 100%" TO
                    WS-REASON-TEXT
               ADD 1 TO WS-LDR-REJECT-COUNT
           END-IF.

      *> The employee's split in force at the period end: the
      *> latest one effective on or before it. With none on file
      *> the pay is charged to the department's cost center.
       LOAD-LABOR-DISTRIBUTION.
           MOVE "N" TO WS-LDS-FOUND
           MOVE "Y" TO WS-LDS-VALID
           MOVE 0 TO WS-LDS-COUNT
           MOVE EMP-ID TO LDM-EMP-ID
           MOVE 0 TO LDM-EFF-DATE
           MOVE "N" TO WS-EOF-LABDIST
           START LABOR-DIST-MASTER KEY IS NOT LESS THAN LDM-KEY
               INVALID KEY
                   SET EOF-LABDIST TO TRUE
           END-START
           PERFORM UNTIL EOF-LABDIST
               READ LABOR-DIST-MASTER NEXT RECORD
                   AT END
                       SET EOF-LABDIST TO TRUE
                   NOT AT END
                       IF LDM-EMP-ID NOT = EMP-ID OR
                          LDM-EFF-DATE > WS-PERIOD-END-DATE
                           SET EOF-LABDIST TO TRUE
                       ELSE
                           PERFORM STORE-LABOR-SPLIT
                       END-IF
               END-READ
           END-PERFORM.

      *> Each later effective date replaces the one before. A line
      *> count outside 1-10 or a percentage that is not a number
      *> makes the split as unusable as one that misses 100%.
       STORE-LABOR-SPLIT.
           MOVE "Y" TO WS-LDS-FOUND
           MOVE "Y" TO WS-LDS-VALID
           MOVE LDM-EFF-DATE TO WS-LDS-EFF-DATE
           MOVE 0 TO WS-LDS-COUNT
           MOVE 0 TO WS-LDS-PERCENT-TOTAL
           IF LDM-LINE-COUNT NOT NUMERIC OR
              LDM-LINE-COUNT = 0 OR LDM-LINE-COUNT > 10
               MOVE "N" TO WS-LDS-VALID
           ELSE
               PERFORM VARYING LDM-IDX FROM 1 BY 1
                       UNTIL LDM-IDX > LDM-LINE-COUNT
                   IF LDM-PERCENT(LDM-IDX) NOT NUMERIC
                       MOVE "N" TO WS-LDS-VALID
                   ELSE
                       ADD 1 TO WS-LDS-COUNT
                       MOVE LDM-COST-CENTER(LDM-IDX) TO
                            WS-LDS-COST-CENTER(WS-LDS-COUNT)
                       MOVE LDM-PROJECT(LDM-IDX) TO
                            WS-LDS-PROJECT(WS-LDS-COUNT)
                       MOVE LDM-PERCENT(LDM-IDX) TO
                            WS-LDS-PERCENT(WS-LDS-COUNT)
                       ADD LDM-PERCENT(LDM-IDX) TO
                           WS-LDS-PERCENT-TOTAL
                   END-IF
               END-PERFORM
               IF WS-LDS-PERCENT-TOTAL NOT = 100
                   MOVE "N" TO WS-LDS-VALID
               END-IF
           END-IF.

       WRITE-EXCEPTION-RECORD.
           MOVE SPACES TO WS-EXCEPTION-LINE
           MOVE EMP-ID TO WS-EX-ID
           ADD WS-EMP-USD-DEDUCT TO WS-GRAND-DEDUCT
           ADD WS-EMP-USD-TAX TO WS-GRAND-TAX
           ADD WS-EMP-USD-NET TO WS-GRAND-NET
           PERFORM DISTRIBUTE-LABOR-COST
           PERFORM ACCUMULATE-LIABILITIES
           IF EMP-CURRENCY NOT = "USD"
               PERFORM ACCUMULATE-FOREIGN-CURRENCY
           END-IF.

      *> What the employee's pay leaves owed to others: the tax
      *> withheld under the employee's jurisdiction and each
      *> itemized deduction under its type. A full table leaves the
      *> amount off the credits, so the trailer check holds the feed.
      *> The same rows are split pre-tax and post-tax for the YTD
      *> master.
       ACCUMULATE-LIABILITIES.
           MOVE 0 TO WS-EMP-USD-PRETAX
           MOVE 0 TO WS-EMP-USD-POSTTAX
           IF WS-EMP-USD-TAX NOT = 0
               SET WS-TWJ-IDX TO 1
               SEARCH WS-TWJ-ENTRY
                   AT END
                       IF WS-TWJ-COUNT < 50
                           ADD 1 TO WS-TWJ-COUNT
                           MOVE EMP-TAX-JURIS TO
                                WS-TWJ-JURIS(WS-TWJ-COUNT)
                           MOVE WS-EMP-USD-TAX TO
                                WS-TWJ-AMOUNT(WS-TWJ-COUNT)
                       ELSE
                           DISPLAY "WITHHOLDING TABLE FULL - FEED "
                                   "HELD: " EMP-TAX-JURIS
                       END-IF
                   WHEN WS-TWJ-JURIS(WS-TWJ-IDX) = EMP-TAX-JURIS
                       ADD WS-EMP-USD-TAX TO WS-TWJ-AMOUNT(WS-TWJ-IDX)
               END-SEARCH
           END-IF
           IF WS-EMP-USD-DEDUCT NOT = 0
               MOVE 0 TO WS-DED-USD-SUM
               PERFORM VARYING WS-EMPDED-IDX FROM 1 BY 1
                       UNTIL WS-EMPDED-IDX > WS-EMPDED-COUNT
                   IF WS-EMPDED-IDX = WS-EMPDED-COUNT
                       COMPUTE WS-DED-USD-AMOUNT =
                           WS-EMP-USD-DEDUCT - WS-DED-USD-SUM
                   ELSE
                       COMPUTE WS-DED-USD-AMOUNT ROUNDED =
                           WS-EMPDED-AMOUNT(WS-EMPDED-IDX) *
                           WS-CURRENT-FX-RATE
                   END-IF
                   ADD WS-DED-USD-AMOUNT TO WS-DED-USD-SUM
                   MOVE WS-EMPDED-TYPE(WS-EMPDED-IDX) TO
                        WS-DED-POST-TYPE
                   IF DED-TYPE-PRETAX
                       ADD WS-DED-USD-AMOUNT TO WS-EMP-USD-PRETAX
                   ELSE
                       ADD WS-DED-USD-AMOUNT TO WS-EMP-USD-POSTTAX
                   END-IF
                   PERFORM ADD-DEDUCTION-PAYABLE
               END-PERFORM
           END-IF.

      *> Spreads the employee's USD gross over labor lines: hours
      *> booked to a project first, each block at its share of the
      *> hourly gross and charged to the department's cost center,
      *> then what is left by the split's percentages, or to the
      *> department's cost center when there is no split. Shares
      *> are rounded and the last line takes the remainder, so the
      *> lines always foot to the gross.
       DISTRIBUTE-LABOR-COST.
           MOVE 0 TO WS-LDE-COUNT
           MOVE WS-EMP-USD-SALARY TO WS-LDE-BASE
           MOVE WS-EMP-USD-SALARY TO WS-LDE-TO-SPREAD
           MOVE "N" TO WS-LDE-ALL-ON-PROJECTS
           IF EMP-HOURLY AND WS-LTP-COUNT > 0 AND
              WS-HOURLY-GROSS > 0
               ADD 1 TO WS-LDR-TIMECARD-COUNT
               IF WS-LTP-REG-TOT = WS-TMC-REG-TOT AND
                  WS-LTP-OT-TOT = WS-TMC-OT-TOT
                   MOVE "Y" TO WS-LDE-ALL-ON-PROJECTS
               END-IF
               PERFORM VARYING WS-LTP-IDX FROM 1 BY 1
                       UNTIL WS-LTP-IDX > WS-LTP-COUNT
                   IF WS-LTP-IDX = WS-LTP-COUNT AND
                      LDE-ALL-ON-PROJECTS
                       MOVE WS-LDE-TO-SPREAD TO WS-LDE-AMOUNT
                   ELSE
                       COMPUTE WS-LDE-AMOUNT ROUNDED =
                           WS-LDE-BASE * EMP-HOURLY-RATE *
                           (WS-LTP-REG-HOURS(WS-LTP-IDX) +
                            WS-LTP-OT-HOURS(WS-LTP-IDX) * 1.5)
                           / WS-HOURLY-GROSS
                   END-IF
                   MOVE WS-CURRENT-COST-CENTER TO WS-LDE-WORK-CC
                   MOVE WS-LTP-PROJECT(WS-LTP-IDX) TO
                        WS-LDE-WORK-PROJECT
                   PERFORM ADD-EMPLOYEE-LABOR-LINE
                   SUBTRACT WS-LDE-AMOUNT FROM WS-LDE-TO-SPREAD
               END-PERFORM
           END-IF
           IF NOT LDE-ALL-ON-PROJECTS
               IF LDS-FOUND
                   ADD 1 TO WS-LDR-SPLIT-COUNT
                   MOVE 0 TO WS-LDE-SPREAD-SUM
                   PERFORM VARYING WS-LDS-IDX FROM 1 BY 1
                           UNTIL WS-LDS-IDX > WS-LDS-COUNT
                       PERFORM SPREAD-BY-LABOR-SPLIT
                   END-PERFORM
               ELSE
                   MOVE WS-LDE-TO-SPREAD TO WS-LDE-AMOUNT
                   MOVE WS-CURRENT-COST-CENTER TO WS-LDE-WORK-CC
                   MOVE SPACES TO WS-LDE-WORK-PROJECT
                   PERFORM ADD-EMPLOYEE-LABOR-LINE
               END-IF
           END-IF.

       SPREAD-BY-LABOR-SPLIT.
           IF WS-LDS-IDX = WS-LDS-COUNT
               COMPUTE WS-LDE-AMOUNT =
                   WS-LDE-TO-SPREAD - WS-LDE-SPREAD-SUM
           ELSE
               COMPUTE WS-LDE-AMOUNT ROUNDED =
                   WS-LDE-TO-SPREAD * WS-LDS-PERCENT(WS-LDS-IDX) / 100
           END-IF
           ADD WS-LDE-AMOUNT TO WS-LDE-SPREAD-SUM
           IF WS-LDS-COST-CENTER(WS-LDS-IDX) = SPACES
               MOVE WS-CURRENT-COST-CENTER TO WS-LDE-WORK-CC
           ELSE
               MOVE WS-LDS-COST-CENTER(WS-LDS-IDX) TO WS-LDE-WORK-CC
           END-IF
           MOVE WS-LDS-PROJECT(WS-LDS-IDX) TO WS-LDE-WORK-PROJECT
           PERFORM ADD-EMPLOYEE-LABOR-LINE.

      *> The employee's line is kept for the employer tax spread
      *> that follows, and its gross goes straight into the run
      *> table
       ADD-EMPLOYEE-LABOR-LINE.
           IF WS-LDE-COUNT < 30
               ADD 1 TO WS-LDE-COUNT
               MOVE WS-LDE-WORK-CC TO WS-LDE-COST-CENTER(WS-LDE-COUNT)
               MOVE WS-LDE-WORK-PROJECT TO
                    WS-LDE-PROJECT(WS-LDE-COUNT)
               MOVE WS-LDE-AMOUNT TO WS-LDE-GROSS(WS-LDE-COUNT)
           END-IF
           PERFORM FIND-LABOR-TOTAL-ENTRY
           IF LDT-OK
               ADD WS-LDE-AMOUNT TO WS-LDT-GROSS(WS-LDT-IDX)
           END-IF.

      *> A full table leaves the amount off the debits, so the
      *> trailer check holds the feed
       FIND-LABOR-TOTAL-ENTRY.
           MOVE "Y" TO WS-LDT-OK
           SET WS-LDT-IDX TO 1
           SEARCH WS-LDT-ENTRY
               AT END
                   IF WS-LDT-COUNT < 200
                       ADD 1 TO WS-LDT-COUNT
                       SET WS-LDT-IDX TO WS-LDT-COUNT
                       MOVE WS-LDE-WORK-CC TO
                            WS-LDT-COST-CENTER(WS-LDT-IDX)
                       MOVE WS-LDE-WORK-PROJECT TO
                            WS-LDT-PROJECT(WS-LDT-IDX)
                       MOVE 0 TO WS-LDT-GROSS(WS-LDT-IDX)
                       MOVE 0 TO WS-LDT-ER-TAX(WS-LDT-IDX)
                   ELSE
                       MOVE "N" TO WS-LDT-OK
                       DISPLAY "LABOR DISTRIBUTION TABLE FULL - FEED "
                               "HELD: " WS-LDE-WORK-CC " "
                               WS-LDE-WORK-PROJECT
                   END-IF
               WHEN WS-LDT-COST-CENTER(WS-LDT-IDX) = WS-LDE-WORK-CC
                    AND WS-LDT-PROJECT(WS-LDT-IDX) =
                        WS-LDE-WORK-PROJECT
                   CONTINUE
           END-SEARCH.

      *> The employer's tax follows the gross: each of the
      *> employee's labor lines takes its share, the last line the
      *> remainder
       DISTRIBUTE-EMPLOYER-COST.
           COMPUTE WS-LDE-ER-TOTAL =
               WS-ER-SS-TAX + WS-ER-MED-TAX + WS-ER-UI-TAX
           IF WS-LDE-ER-TOTAL NOT = 0
               IF WS-LDE-COUNT = 0 OR WS-LDE-BASE = 0
                   MOVE WS-LDE-ER-TOTAL TO WS-LDE-AMOUNT
                   MOVE WS-CURRENT-COST-CENTER TO WS-LDE-WORK-CC
                   MOVE SPACES TO WS-LDE-WORK-PROJECT
                   PERFORM ADD-LABOR-EMPLOYER-TAX
               ELSE
                   MOVE 0 TO WS-LDE-SPREAD-SUM
                   PERFORM VARYING WS-LDE-IDX FROM 1 BY 1
                           UNTIL WS-LDE-IDX > WS-LDE-COUNT
                       IF WS-LDE-IDX = WS-LDE-COUNT
                           COMPUTE WS-LDE-AMOUNT =
                               WS-LDE-ER-TOTAL - WS-LDE-SPREAD-SUM
                       ELSE
                           COMPUTE WS-LDE-AMOUNT ROUNDED =
                               WS-LDE-ER-TOTAL *
                               WS-LDE-GROSS(WS-LDE-IDX) /
                               WS-LDE-BASE
                       END-IF
                       ADD WS-LDE-AMOUNT TO WS-LDE-SPREAD-SUM
                       MOVE WS-LDE-COST-CENTER(WS-LDE-IDX) TO
                            WS-LDE-WORK-CC
                       MOVE WS-LDE-PROJECT(WS-LDE-IDX) TO
                            WS-LDE-WORK-PROJECT
                       PERFORM ADD-LABOR-EMPLOYER-TAX
                   END-PERFORM
               END-IF
           END-IF.

       ADD-LABOR-EMPLOYER-TAX.
           PERFORM FIND-LABOR-TOTAL-ENTRY
           IF LDT-OK
               ADD WS-LDE-AMOUNT TO WS-LDT-ER-TAX(WS-LDT-IDX)
           END-IF.

       ADD-DEDUCTION-PAYABLE.
           SET WS-DPY-IDX TO 1
           SEARCH WS-DPY-ENTRY
               AT END
                   IF WS-DPY-COUNT < 50
                       ADD 1 TO WS-DPY-COUNT
                       MOVE WS-DED-POST-TYPE TO
                            WS-DPY-TYPE(WS-DPY-COUNT)
                       MOVE WS-DED-USD-AMOUNT TO
                            WS-DPY-AMOUNT(WS-DPY-COUNT)
                   ELSE
                       DISPLAY "DEDUCTION PAYABLE TABLE FULL - FEED "
                               "HELD: " WS-DED-POST-TYPE
                   END-IF
               WHEN WS-DPY-TYPE(WS-DPY-IDX) = WS-DED-POST-TYPE
                   ADD WS-DED-USD-AMOUNT TO WS-DPY-AMOUNT(WS-DPY-IDX)
           END-SEARCH.

       STORE-EMPLOYEE-DETAIL.
           ADD 1 TO WS-DETAIL-SEQ
           MOVE EMP-DEPT TO SD-DEPT
           IF WS-DETAIL-STARTED = "Y"
               PERFORM WRITE-DEPT-SUBTOTAL
           END-IF
           PERFORM WRITE-FINAL-TOTALS
           PERFORM WRITE-EMPLOYER-COST-SUMMARY.

       PRINT-ONE-DETAIL.
           IF SD-DEPT NOT = WS-PREV-DEPT
           IF NOT RESTART-MODE AND NOT SIMULATE-MODE AND
              SD-USD-NET NOT = 0
               PERFORM PAY-ONE-EMPLOYEE
           END-IF
      *> A simulation screens the deposits the live run would cut,
      *> so an unapproved account shows up before sign-off
           IF SIMULATE-MODE AND SD-USD-NET > 0
               PERFORM SCREEN-SIMULATED-DEPOSIT
           END-IF.

      *> The department name and totals live in the accumulator
               WRITE REG-PRINT-LINE FROM WS-CURRENCY-TOTAL-LINE
           END-PERFORM.

      *> The employer-cost page: wages and employer taxes by cost
      *> center, then every credit the GL feed will carry, with the
      *> debits (gross plus employer tax) proven against them so
      *> the feed can be signed off before it is released
       WRITE-EMPLOYER-COST-SUMMARY.
           MOVE SPACES TO REG-PRINT-LINE
           WRITE REG-PRINT-LINE
           MOVE WS-PERIOD-END-DATE TO WS-ESH-PERIOD
           WRITE REG-PRINT-LINE FROM WS-ER-SUMMARY-HEADING
           WRITE REG-PRINT-LINE FROM WS-ER-SUMMARY-COLUMNS
           PERFORM VARYING WS-ERCC-IDX FROM 1 BY 1
                   UNTIL WS-ERCC-IDX > WS-ERCC-COUNT
               MOVE WS-ERCC-CODE(WS-ERCC-IDX) TO WS-ESL-CODE
               MOVE WS-ERCC-WAGES(WS-ERCC-IDX) TO WS-ESL-WAGES
               MOVE WS-ERCC-SS(WS-ERCC-IDX) TO WS-ESL-SS
               MOVE WS-ERCC-MED(WS-ERCC-IDX) TO WS-ESL-MED
               MOVE WS-ERCC-UI(WS-ERCC-IDX) TO WS-ESL-UI
               COMPUTE WS-ER-CC-TAX =
                   WS-ERCC-SS(WS-ERCC-IDX) + WS-ERCC-MED(WS-ERCC-IDX)
                   + WS-ERCC-UI(WS-ERCC-IDX)
               MOVE WS-ER-CC-TAX TO WS-ESL-TAX
               COMPUTE WS-ESL-COST =
                   WS-ERCC-WAGES(WS-ERCC-IDX) + WS-ER-CC-TAX
               WRITE REG-PRINT-LINE FROM WS-ER-SUMMARY-LINE
           END-PERFORM
           MOVE "TOTAL" TO WS-ESL-CODE
           MOVE WS-ER-GRAND-WAGES TO WS-ESL-WAGES
           MOVE WS-ER-GRAND-SS TO WS-ESL-SS
           MOVE WS-ER-GRAND-MED TO WS-ESL-MED
           MOVE WS-ER-GRAND-UI TO WS-ESL-UI
           MOVE WS-ER-GRAND-TAX TO WS-ESL-TAX
           COMPUTE WS-ESL-COST = WS-ER-GRAND-WAGES + WS-ER-GRAND-TAX
           WRITE REG-PRINT-LINE FROM WS-ER-SUMMARY-LINE
           MOVE SPACES TO REG-PRINT-LINE
           WRITE REG-PRINT-LINE
           WRITE REG-PRINT-LINE FROM WS-ER-CREDIT-HEADING
           MOVE 0 TO WS-ER-PROOF-CREDITS
           MOVE SPACES TO WS-ER-CREDIT-LINE
           MOVE "NET PAY PAYABLE" TO WS-ECL-LABEL
           MOVE WS-GL-NET-PAY-ACCT TO WS-ECL-ACCOUNT
           MOVE WS-GRAND-NET TO WS-ECL-AMOUNT
           WRITE REG-PRINT-LINE FROM WS-ER-CREDIT-LINE
           ADD WS-GRAND-NET TO WS-ER-PROOF-CREDITS
           PERFORM VARYING WS-TWJ-IDX FROM 1 BY 1
                   UNTIL WS-TWJ-IDX > WS-TWJ-COUNT
               MOVE "TAX WITHHELD PAYABLE" TO WS-ECL-LABEL
               MOVE WS-GL-TAX-WITHHELD-ACCT TO WS-ECL-ACCOUNT
               MOVE WS-TWJ-JURIS(WS-TWJ-IDX) TO WS-ECL-SUB
               MOVE WS-TWJ-AMOUNT(WS-TWJ-IDX) TO WS-ECL-AMOUNT
               WRITE REG-PRINT-LINE FROM WS-ER-CREDIT-LINE
               ADD WS-TWJ-AMOUNT(WS-TWJ-IDX) TO WS-ER-PROOF-CREDITS
           END-PERFORM
           PERFORM VARYING WS-DPY-IDX FROM 1 BY 1
                   UNTIL WS-DPY-IDX > WS-DPY-COUNT
               MOVE "DEDUCTIONS PAYABLE" TO WS-ECL-LABEL
               MOVE WS-GL-DEDUCTION-ACCT TO WS-ECL-ACCOUNT
               MOVE WS-DPY-TYPE(WS-DPY-IDX) TO WS-ECL-SUB
               MOVE WS-DPY-AMOUNT(WS-DPY-IDX) TO WS-ECL-AMOUNT
               WRITE REG-PRINT-LINE FROM WS-ER-CREDIT-LINE
               ADD WS-DPY-AMOUNT(WS-DPY-IDX) TO WS-ER-PROOF-CREDITS
           END-PERFORM
           MOVE SPACES TO WS-ECL-SUB
           MOVE "EMPLOYER SS MATCH PAYABLE" TO WS-ECL-LABEL
           MOVE WS-GL-ER-SS-ACCT TO WS-ECL-ACCOUNT
           MOVE WS-ER-GRAND-SS TO WS-ECL-AMOUNT
           WRITE REG-PRINT-LINE FROM WS-ER-CREDIT-LINE
           MOVE "EMPLOYER MEDICARE PAYABLE" TO WS-ECL-LABEL
           MOVE WS-GL-ER-MED-ACCT TO WS-ECL-ACCOUNT
           MOVE WS-ER-GRAND-MED TO WS-ECL-AMOUNT
           WRITE REG-PRINT-LINE FROM WS-ER-CREDIT-LINE
           MOVE "UNEMPLOYMENT TAX PAYABLE" TO WS-ECL-LABEL
           MOVE WS-GL-ER-UI-ACCT TO WS-ECL-ACCOUNT
           MOVE WS-ER-GRAND-UI TO WS-ECL-AMOUNT
           WRITE REG-PRINT-LINE FROM WS-ER-CREDIT-LINE
           ADD WS-ER-GRAND-TAX TO WS-ER-PROOF-CREDITS
           MOVE SPACES TO WS-ER-CREDIT-LINE
           MOVE "TOTAL CREDITS" TO WS-ECL-LABEL
           MOVE WS-ER-PROOF-CREDITS TO WS-ECL-AMOUNT
           WRITE REG-PRINT-LINE FROM WS-ER-CREDIT-LINE
           COMPUTE WS-ER-PROOF-DEBITS =
               WS-GRAND-TOTAL + WS-ER-GRAND-TAX
           MOVE "TOTAL DEBITS (GROSS + ER TAX)" TO WS-ECL-LABEL
           MOVE WS-ER-PROOF-DEBITS TO WS-ECL-AMOUNT
           WRITE REG-PRINT-LINE FROM WS-ER-CREDIT-LINE
           IF WS-ER-PROOF-DEBITS NOT = WS-ER-PROOF-CREDITS
               WRITE REG-PRINT-LINE FROM WS-ER-OUT-OF-BALANCE-LINE
           END-IF.

