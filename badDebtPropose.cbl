*> Month-end bad-debt write-off proposal.  RECV-AGE ages the debt   >*
*> and duns it, but after the third letter nothing more happened:   >*
*> debt six months old sat in the over-90 bucket for good and       >*
*> inflated receivables.  This run reads the overdue history        >*
*> RECV-AGE has just written - one record per client still over 90  >*
*> days, with the number of consecutive month ends it has been      >*
*> there - and proposes for write-off every client that has been    >*
*> over 90 for at least the MONTHS= parameter and has had no PY     >*
*> posted in that time, per the history master.  The proposal file  >*
*> is written in the layout of the approval file credit control     >*
*> hands back to the BAD-DEBT-WRITEOFF run: they mark the accounts  >*
*> they approve with an 'A' in column 1 and drop or leave blank the >*
*> rest.  Nothing is written off here.                              >*

IDENTIFICATION DIVISION.
PROGRAM-ID. BAD-DEBT-PROPOSE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

    SELECT CLIENT-MASTER-FILE
        ASSIGN TO "CLIENTMF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CLIENT-MASTER-FILE-STATUS.

    SELECT OVERDUE-HIST-FILE
        ASSIGN TO "ODHISTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OVERDUE-HIST-FILE-STATUS.

    SELECT HISTORY-IN-FILE
        ASSIGN TO "HISTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HISTORY-IN-FILE-STATUS.

    SELECT PARM-FILE
        ASSIGN TO "BDPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARM-FILE-STATUS.

    SELECT PROPOSAL-FILE
        ASSIGN TO "BDPROPOS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROPOSAL-FILE-STATUS.

    SELECT PROPOSAL-REPORT-FILE
        ASSIGN TO "BDPRPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROPOSAL-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  CLIENT-MASTER-FILE.
    01 CLIENT-MASTER-RECORD.
        05 CM-CLIENT-ID       PIC 9(05).
        05 CM-CLIENT-NAME     PIC X(40).
        05 CM-CREDIT-LIMIT    PIC 9(09)V99.
        05 CM-ADDR-LINE-1     PIC X(30).
        05 CM-ADDR-LINE-2     PIC X(30).
        05 CM-POSTAL-CODE     PIC X(10).
        05 CM-DELIV-PREF      PIC X(01).

FD  OVERDUE-HIST-FILE.
    01 OVERDUE-HIST-RECORD.
        05 OD-CLIENT-ID       PIC 9(05).
        05 OD-AGED-DATE       PIC 9(08).
        05 OD-BALANCE         PIC S9(09)V99 SIGN IS TRAILING SEPARATE.
        05 OD-OVER-90         PIC S9(09)V99 SIGN IS TRAILING SEPARATE.
        05 OD-OVER-90-MONTHS  PIC 9(03).

FD  HISTORY-IN-FILE.
    01 HISTORY-IN-RECORD.
        05 HI-SORT-KEY.
            10 HI-CLIENT-ID   PIC 9(05).
            10 HI-TRANS-DATE  PIC 9(08).
            10 HI-TRANS-ID    PIC 9(05).
        05 HI-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 HI-TRANS-TYPE      PIC X(02).
        05 HI-OUTCOME         PIC X(30).
        05 HI-RUN-DATE        PIC 9(08).

FD  PARM-FILE.
    01 PARM-RECORD            PIC X(80).

*>  One line per proposed client.  The same layout is the approval  >*
*>  file BAD-DEBT-WRITEOFF reads: column 1 is credit control's      >*
*>  decision, blank as proposed.                                    >*
FD  PROPOSAL-FILE.
    01 PROPOSAL-RECORD.
        05 BP-DECISION        PIC X(01).
        05 BP-CLIENT-ID       PIC 9(05).
        05 BP-BALANCE         PIC 9(09)V99.
        05 BP-OVER-90         PIC 9(09)V99.
        05 BP-OVER-90-MONTHS  PIC 9(03).
        05 BP-LAST-PY-DATE    PIC 9(08).
        05 BP-CLIENT-NAME     PIC X(40).
        05 FILLER             PIC X(01).

FD  PROPOSAL-REPORT-FILE.
    01 PROPOSAL-LINE          PIC X(120).

WORKING-STORAGE SECTION.

*>  MONTHS= is required: it is how long debt must have sat over 90  >*
*>  days, and how far back the history is searched for a payment.   >*
    01 PROPOSE-MONTHS         PIC 9(02).
    01 MONTHS-GIVEN-SW        PIC X(01) VALUE 'N'.
        88 MONTHS-GIVEN       VALUE 'Y'.

    01 PARM-EOF-SW            PIC X(01) VALUE 'N'.
        88 PARM-EOF           VALUE 'Y'.
    01 CLIENT-EOF-SW          PIC X(01) VALUE 'N'.
        88 CLIENT-EOF         VALUE 'Y'.
    01 OVERDUE-HIST-EOF-SW    PIC X(01) VALUE 'N'.
        88 OVERDUE-HIST-EOF   VALUE 'Y'.
    01 HISTORY-EOF-SW         PIC X(01) VALUE 'N'.
        88 HISTORY-EOF        VALUE 'Y'.

    01 CLIENT-MASTER-FILE-STATUS     PIC X(02).
        88 CLIENT-MASTER-FILE-OK         VALUE '00'.
    01 OVERDUE-HIST-FILE-STATUS      PIC X(02).
        88 OVERDUE-HIST-FILE-OK          VALUE '00'.
    01 HISTORY-IN-FILE-STATUS        PIC X(02).
        88 HISTORY-IN-FILE-OK            VALUE '00'.
    01 PARM-FILE-STATUS              PIC X(02).
        88 PARM-FILE-OK                  VALUE '00'.
    01 PROPOSAL-FILE-STATUS          PIC X(02).
        88 PROPOSAL-FILE-OK              VALUE '00'.
    01 PROPOSAL-REPORT-FILE-STATUS   PIC X(02).
        88 PROPOSAL-REPORT-FILE-OK       VALUE '00'.

    01 CLIENT-NAME            PIC X(40).
    01 LAST-PY-DATE           PIC 9(08).
    01 CLIENT-DISPOSITION     PIC X(30).

*>  The payment cutoff: the run date taken back MONTHS= calendar    >*
*>  months (day held at 28 at most so every month has it).  A PY    >*
*>  dated on or after it means the client is still paying.          >*
    01 CUTOFF-DATE.
        05 CUTOFF-YYYY        PIC 9(04).
        05 CUTOFF-MM          PIC 9(02).
        05 CUTOFF-DD          PIC 9(02).
    01 CUTOFF-DATE-NUM REDEFINES CUTOFF-DATE PIC 9(08).
    01 MONTH-NUMBER           PIC 9(06).
    01 MONTH-REMAINDER        PIC 9(02).

    01 OVERDUE-READ-COUNT     PIC 9(09) VALUE 0.
    01 OVERDUE-READ-AMOUNT    PIC S9(11)V99 VALUE 0.
    01 UNDER-MONTHS-COUNT     PIC 9(09) VALUE 0.
    01 UNDER-MONTHS-AMOUNT    PIC S9(11)V99 VALUE 0.
    01 RECENT-PY-COUNT        PIC 9(09) VALUE 0.
    01 RECENT-PY-AMOUNT       PIC S9(11)V99 VALUE 0.
    01 PROPOSED-COUNT         PIC 9(09) VALUE 0.
    01 PROPOSED-AMOUNT        PIC S9(11)V99 VALUE 0.

    01 RUN-DATE-YYYYMMDD.
        05 RUN-YYYY           PIC 9(04).
        05 RUN-MM             PIC 9(02).
        05 RUN-DD             PIC 9(02).

    01 NOT-ON-MASTER-NAME     PIC X(40) VALUE
       '(NOT ON CLIENT MASTER)'.

    01 PROPOSAL-HEADING-1.
        05 FILLER             PIC X(34) VALUE
           'BAD-DEBT WRITE-OFF PROPOSALS'.
        05 FILLER             PIC X(06) VALUE SPACES.
        05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
        05 PH1-RUN-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 PH1-RUN-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 PH1-RUN-YYYY       PIC 9999.

    01 PROPOSAL-HEADING-2.
        05 FILLER             PIC X(20) VALUE 'OVER 90 FOR MONTHS: '.
        05 PH2-MONTHS         PIC Z9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 FILLER             PIC X(20) VALUE 'NO PY ON OR AFTER:  '.
        05 PH2-CUTOFF-MM      PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 PH2-CUTOFF-DD      PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 PH2-CUTOFF-YYYY    PIC 9999.

    01 PROPOSAL-HEADING-3.
        05 FILLER             PIC X(10) VALUE 'CLIENT ID '.
        05 FILLER             PIC X(32) VALUE 'CLIENT NAME'.
        05 FILLER             PIC X(17) VALUE '       BALANCE'.
        05 FILLER             PIC X(17) VALUE '       OVER 90'.
        05 FILLER             PIC X(08) VALUE 'MONTHS'.
        05 FILLER             PIC X(10) VALUE 'LAST PY'.
        05 FILLER             PIC X(26) VALUE 'DISPOSITION'.

    01 PROPOSAL-DETAIL-LINE.
        05 PD-CLIENT-ID       PIC ZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 PD-CLIENT-NAME     PIC X(30).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 PD-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 PD-OVER-90         PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 PD-MONTHS          PIC ZZ9.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 PD-LAST-PY         PIC X(08).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 PD-DISPOSITION     PIC X(30).

    01 PROPOSAL-TOTAL-LINE.
        05 PT-LABEL           PIC X(22).
        05 FILLER             PIC X(07) VALUE 'COUNT: '.
        05 PT-COUNT           PIC ZZZZZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 FILLER             PIC X(08) VALUE 'AMOUNT: '.
        05 PT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.

    PERFORM READ-RUN-PARAMETERS
    PERFORM OPEN-FILES
    PERFORM COMPUTE-CUTOFF-DATE
    PERFORM WRITE-PROPOSAL-HEADINGS

    PERFORM READ-CLIENT-MASTER
    PERFORM READ-HISTORY-IN
    PERFORM READ-OVERDUE-HIST

    PERFORM UNTIL OVERDUE-HIST-EOF
        PERFORM REVIEW-ONE-CLIENT
        PERFORM READ-OVERDUE-HIST
    END-PERFORM

    PERFORM WRITE-PROPOSAL-TOTALS
    PERFORM CLOSE-FILES

    STOP RUN
    .

READ-RUN-PARAMETERS.

    OPEN INPUT PARM-FILE
    IF NOT PARM-FILE-OK
        DISPLAY 'PARM-FILE FAILED TO OPEN - FILE STATUS ' PARM-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM READ-PARM-RECORD
    PERFORM UNTIL PARM-EOF
        PERFORM APPLY-PARM-RECORD
        PERFORM READ-PARM-RECORD
    END-PERFORM
    CLOSE PARM-FILE

    IF NOT MONTHS-GIVEN
        DISPLAY 'PARM-FILE CARRIES NO MONTHS= CARD - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    .

READ-PARM-RECORD.

    READ PARM-FILE
        AT END MOVE 'Y' TO PARM-EOF-SW
    END-READ
    .

APPLY-PARM-RECORD.

*>  The write-off run shares this parm member and reads FIRSTID=    >*
*>  from it; that card is passed over here.                         >*
    EVALUATE TRUE
        WHEN PARM-RECORD = SPACES
            CONTINUE
        WHEN PARM-RECORD(1:1) = '*'
            CONTINUE
        WHEN PARM-RECORD(1:7) = 'MONTHS='
            IF PARM-RECORD(8:2) IS NUMERIC
             AND PARM-RECORD(8:2) NOT = '00'
                MOVE PARM-RECORD(8:2)  TO PROPOSE-MONTHS
                MOVE 'Y'               TO MONTHS-GIVEN-SW
            ELSE
                DISPLAY 'PARM-FILE MONTHS VALUE NOT VALID: ' PARM-RECORD(1:30)
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        WHEN PARM-RECORD(1:8) = 'FIRSTID='
            CONTINUE
        WHEN OTHER
            DISPLAY 'PARM-FILE PARAMETER NOT RECOGNIZED: ' PARM-RECORD(1:30)
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    .

OPEN-FILES.

    OPEN INPUT CLIENT-MASTER-FILE
    IF NOT CLIENT-MASTER-FILE-OK
        DISPLAY 'CLIENT-MASTER-FILE FAILED TO OPEN - FILE STATUS ' CLIENT-MASTER-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT OVERDUE-HIST-FILE
    IF NOT OVERDUE-HIST-FILE-OK
        DISPLAY 'OVERDUE-HIST-FILE FAILED TO OPEN - FILE STATUS ' OVERDUE-HIST-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT HISTORY-IN-FILE
    IF NOT HISTORY-IN-FILE-OK
        DISPLAY 'HISTORY-IN-FILE FAILED TO OPEN - FILE STATUS ' HISTORY-IN-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT PROPOSAL-FILE
    IF NOT PROPOSAL-FILE-OK
        DISPLAY 'PROPOSAL-FILE FAILED TO OPEN - FILE STATUS ' PROPOSAL-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT PROPOSAL-REPORT-FILE
    IF NOT PROPOSAL-REPORT-FILE-OK
        DISPLAY 'PROPOSAL-REPORT-FILE FAILED TO OPEN - FILE STATUS ' PROPOSAL-REPORT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
    .

COMPUTE-CUTOFF-DATE.

    COMPUTE MONTH-NUMBER = RUN-YYYY * 12 + RUN-MM - 1 - PROPOSE-MONTHS
    DIVIDE MONTH-NUMBER BY 12 GIVING CUTOFF-YYYY
        REMAINDER MONTH-REMAINDER
    COMPUTE CUTOFF-MM = MONTH-REMAINDER + 1
    IF RUN-DD > 28
        MOVE 28      TO CUTOFF-DD
    ELSE
        MOVE RUN-DD  TO CUTOFF-DD
    END-IF
    .

READ-CLIENT-MASTER.

    READ CLIENT-MASTER-FILE
        AT END MOVE 'Y' TO CLIENT-EOF-SW
    END-READ
    .

READ-OVERDUE-HIST.

    READ OVERDUE-HIST-FILE
        AT END MOVE 'Y' TO OVERDUE-HIST-EOF-SW
    END-READ
    .

READ-HISTORY-IN.

    READ HISTORY-IN-FILE
        AT END MOVE 'Y' TO HISTORY-EOF-SW
    END-READ
    .

REVIEW-ONE-CLIENT.

    ADD 1           TO OVERDUE-READ-COUNT
    ADD OD-OVER-90  TO OVERDUE-READ-AMOUNT

    PERFORM UNTIL CLIENT-EOF OR CM-CLIENT-ID >= OD-CLIENT-ID
        PERFORM READ-CLIENT-MASTER
    END-PERFORM
    IF NOT CLIENT-EOF AND CM-CLIENT-ID = OD-CLIENT-ID
        MOVE CM-CLIENT-NAME      TO CLIENT-NAME
    ELSE
        MOVE NOT-ON-MASTER-NAME  TO CLIENT-NAME
    END-IF

*>  The latest PY the client ever had posted, from the history      >*
*>  master (which is in client / date sequence).                    >*
    PERFORM UNTIL HISTORY-EOF OR HI-CLIENT-ID >= OD-CLIENT-ID
        PERFORM READ-HISTORY-IN
    END-PERFORM
    MOVE 0 TO LAST-PY-DATE
    PERFORM UNTIL HISTORY-EOF OR HI-CLIENT-ID NOT = OD-CLIENT-ID
        IF HI-TRANS-TYPE = 'PY' AND HI-OUTCOME = 'POSTED'
         AND HI-TRANS-DATE > LAST-PY-DATE
            MOVE HI-TRANS-DATE   TO LAST-PY-DATE
        END-IF
        PERFORM READ-HISTORY-IN
    END-PERFORM

    EVALUATE TRUE
        WHEN OD-OVER-90-MONTHS < PROPOSE-MONTHS
*>          Not yet long enough; counted, not listed.               >*
            ADD 1           TO UNDER-MONTHS-COUNT
            ADD OD-OVER-90  TO UNDER-MONTHS-AMOUNT
        WHEN LAST-PY-DATE >= CUTOFF-DATE-NUM
            MOVE 'NOT PROPOSED - PY WITHIN PERIOD' TO CLIENT-DISPOSITION
            ADD 1           TO RECENT-PY-COUNT
            ADD OD-OVER-90  TO RECENT-PY-AMOUNT
            PERFORM WRITE-PROPOSAL-DETAIL
        WHEN OTHER
            MOVE 'PROPOSED'  TO CLIENT-DISPOSITION
            ADD 1            TO PROPOSED-COUNT
            ADD OD-BALANCE   TO PROPOSED-AMOUNT
            PERFORM WRITE-PROPOSAL-RECORD
            PERFORM WRITE-PROPOSAL-DETAIL
    END-EVALUATE
    .

WRITE-PROPOSAL-RECORD.

    MOVE SPACES              TO PROPOSAL-RECORD
    MOVE OD-CLIENT-ID        TO BP-CLIENT-ID
    MOVE OD-BALANCE          TO BP-BALANCE
    MOVE OD-OVER-90          TO BP-OVER-90
    MOVE OD-OVER-90-MONTHS   TO BP-OVER-90-MONTHS
    MOVE LAST-PY-DATE        TO BP-LAST-PY-DATE
    MOVE CLIENT-NAME         TO BP-CLIENT-NAME
    WRITE PROPOSAL-RECORD
    .

WRITE-PROPOSAL-HEADINGS.

    MOVE RUN-MM          TO PH1-RUN-MM
    MOVE RUN-DD          TO PH1-RUN-DD
    MOVE RUN-YYYY        TO PH1-RUN-YYYY
    WRITE PROPOSAL-LINE FROM PROPOSAL-HEADING-1
    MOVE PROPOSE-MONTHS  TO PH2-MONTHS
    MOVE CUTOFF-MM       TO PH2-CUTOFF-MM
    MOVE CUTOFF-DD       TO PH2-CUTOFF-DD
    MOVE CUTOFF-YYYY     TO PH2-CUTOFF-YYYY
    WRITE PROPOSAL-LINE FROM PROPOSAL-HEADING-2
    MOVE SPACES          TO PROPOSAL-LINE
    WRITE PROPOSAL-LINE
    WRITE PROPOSAL-LINE FROM PROPOSAL-HEADING-3
    .

WRITE-PROPOSAL-DETAIL.

    MOVE SPACES              TO PROPOSAL-LINE
    MOVE OD-CLIENT-ID        TO PD-CLIENT-ID
    MOVE CLIENT-NAME         TO PD-CLIENT-NAME
    MOVE OD-BALANCE          TO PD-BALANCE
    MOVE OD-OVER-90          TO PD-OVER-90
    MOVE OD-OVER-90-MONTHS   TO PD-MONTHS
    IF LAST-PY-DATE = 0
        MOVE 'NONE'          TO PD-LAST-PY
    ELSE
        MOVE LAST-PY-DATE    TO PD-LAST-PY
    END-IF
    MOVE CLIENT-DISPOSITION  TO PD-DISPOSITION
    WRITE PROPOSAL-LINE FROM PROPOSAL-DETAIL-LINE
    .

WRITE-PROPOSAL-TOTALS.

    MOVE SPACES                     TO PROPOSAL-LINE
    WRITE PROPOSAL-LINE

    MOVE 'OVER 90 CLIENTS READ  '   TO PT-LABEL
    MOVE OVERDUE-READ-COUNT         TO PT-COUNT
    MOVE OVERDUE-READ-AMOUNT        TO PT-AMOUNT
    WRITE PROPOSAL-LINE FROM PROPOSAL-TOTAL-LINE

    MOVE 'NOT YET MONTHS= OLD   '   TO PT-LABEL
    MOVE UNDER-MONTHS-COUNT         TO PT-COUNT
    MOVE UNDER-MONTHS-AMOUNT        TO PT-AMOUNT
    WRITE PROPOSAL-LINE FROM PROPOSAL-TOTAL-LINE

    MOVE 'PY WITHIN PERIOD      '   TO PT-LABEL
    MOVE RECENT-PY-COUNT            TO PT-COUNT
    MOVE RECENT-PY-AMOUNT           TO PT-AMOUNT
    WRITE PROPOSAL-LINE FROM PROPOSAL-TOTAL-LINE

*>  Proposed is shown at the full balance, which is what a          >*
*>  write-off clears; the other lines are over-90 amounts.          >*
    MOVE 'PROPOSED (BALANCE)    '   TO PT-LABEL
    MOVE PROPOSED-COUNT             TO PT-COUNT
    MOVE PROPOSED-AMOUNT            TO PT-AMOUNT
    WRITE PROPOSAL-LINE FROM PROPOSAL-TOTAL-LINE
    .

CLOSE-FILES.

    CLOSE CLIENT-MASTER-FILE
    CLOSE OVERDUE-HIST-FILE
    CLOSE HISTORY-IN-FILE
    CLOSE PROPOSAL-FILE
    CLOSE PROPOSAL-REPORT-FILE
    .
