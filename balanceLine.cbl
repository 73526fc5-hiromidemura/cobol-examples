        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS XREF-FILE-STATUS.

    SELECT WRITEOFF-FILE
        ASSIGN TO "WOFFMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WRITEOFF-FILE-STATUS.

    SELECT BALANCE-IN-FILE
        ASSIGN TO "BALMSTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        RELATIVE KEY IS RESTART-KEY
        FILE STATUS IS RESTART-FILE-STATUS.

    SELECT PERIOD-CONTROL-FILE
        ASSIGN TO "PERIODCF"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS RANDOM
        RELATIVE KEY IS PERIOD-KEY
        FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.

    SELECT BACKDATED-REPORT-FILE
        ASSIGN TO "BACKRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BACKDATED-REPORT-FILE-STATUS.

    SELECT FEED-REGISTRY-FILE
        ASSIGN TO "FEEDREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-REGISTRY-FILE-STATUS.

    SELECT GENERATION-REPORT-FILE
        ASSIGN TO "GENRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GENERATION-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

        05 TR-TRANS-DATE      PIC 9(08).
        05 TR-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 TR-TRANS-TYPE      PIC X(02).
        05 TR-INVOICE-REF     PIC X(05).
*>          The branch feed id TRAN-EDIT carried from the batch     >*
*>          header; blank on the system-generated and recycled      >*
*>          feeds, which have no branch to settle with.             >*
        05 TR-FEED-ID         PIC X(08).
*>  The system-generated feeds (FIN-CHARGE, SUSP-DISP releases,     >*
*>  SUSP-RECYCLE, CREDIT-REFUND, BAD-DEBT-WRITEOFF) open each       >*
*>  generation with an HDR naming the producing program, its run    >*
*>  date and the generation number, and close it with a TRL         >*
*>  carrying the record count and the net amount.                   >*
    01 FEED-HEADER-RECORD.
        05 FH-RECORD-TYPE     PIC X(03).
        05 FH-PROGRAM         PIC X(08).
        05 FH-RUN-DATE        PIC 9(08).
        05 FH-GENERATION      PIC 9(09).
        05 FILLER             PIC X(15).
    01 FEED-TRAILER-RECORD.
        05 FT-RECORD-TYPE     PIC X(03).
        05 FT-RECORD-COUNT    PIC 9(06).
        05 FT-AMOUNT          PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
        05 FILLER             PIC X(20).

SD  TRANSACTION-SORT-FILE.
    01 SORT-TRANS-RECORD.
        05 SR-TRANS-TYPE      PIC X(02).
        05 SR-ORIG-CLIENT     PIC 9(05).
        05 SR-REDIRECT-SW     PIC X(01).
        05 SR-INVOICE-REF     PIC X(05).
        05 SR-FEED-ID         PIC X(08).

FD  SORTED-TRANS-FILE.
    01 SORTED-TRANS-RECORD.
        05 ST-TRANS-DATE      PIC 9(08).
        05 ST-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 ST-TRANS-TYPE      PIC X(02).
            88 ST-SYSTEM-RAISED VALUE 'FC' 'RF' 'BD'.
        05 ST-ORIG-CLIENT     PIC 9(05).
        05 ST-REDIRECT-SW     PIC X(01).
            88 ST-REDIRECTED    VALUE 'Y'.
        05 ST-INVOICE-REF     PIC X(05).
        05 ST-FEED-ID         PIC X(08).

FD  PARM-FILE.
    01 PARM-RECORD            PIC X(80).
        05 XR-OLD-CLIENT-ID   PIC 9(05).
        05 XR-NEW-CLIENT-ID   PIC 9(05).

FD  WRITEOFF-FILE.
    01 WRITEOFF-RECORD.
        05 WF-CLIENT-ID       PIC 9(05).
        05 WF-WRITEOFF-DATE   PIC 9(08).
        05 WF-WRITEOFF-AMOUNT PIC 9(07)V99.
        05 WF-BD-TRANS-ID     PIC 9(05).

FD  BALANCE-IN-FILE.
    01 BALANCE-IN-RECORD.
        05 BI-CLIENT-ID       PIC 9(05).
        05 PT-TRANS-DATE      PIC 9(08).
        05 PT-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 PT-TRANS-TYPE      PIC X(02).
*>          The invoice a PY's remittance named, for CASH-APPLY;    >*
*>          blank when none was given.                              >*
        05 PT-INVOICE-REF     PIC X(05).
        05 PT-FEED-ID         PIC X(08).

FD  SUSPENSE-FILE.
    01 SUSPENSE-RECORD.
        05 SP-SUSP-DATE       PIC 9(08).
        05 SP-DAYS-IN-SUSP    PIC 9(05).
        05 SP-TRANS-TYPE      PIC X(02).
        05 SP-FEED-ID         PIC X(08).

FD  EXCEPTION-REPORT-FILE.
    01 EXCEPTION-LINE.
        05 RST-CUR-OVER-LIMIT-SW     PIC X(01).
        05 RST-CUR-POSTED-COUNT      PIC 9(09).
        05 RST-GL-DETAIL-COUNT       PIC 9(09).
        05 RST-TYPE-POSTED    OCCURS 8 TIMES.
            10 RST-TYPE-POSTED-COUNT   PIC 9(09).
            10 RST-TYPE-POSTED-AMOUNT  PIC S9(11)V99.
        05 RST-RECOVERY-COUNT PIC 9(09).
        05 RST-RECOVERY-AMOUNT       PIC S9(11)V99.
        05 RST-BACKDATED-POSTED-COUNT  PIC 9(09).
        05 RST-BACKDATED-POSTED-AMOUNT PIC S9(11)V99.
        05 RST-BACKDATED-SUSP-COUNT    PIC 9(09).
        05 RST-BACKDATED-SUSP-AMOUNT   PIC S9(11)V99.

*>  The one-record period control file PERIOD-CLOSE maintains; only >*
*>  the open period is used here.                                   >*
FD  PERIOD-CONTROL-FILE.
    01 PERIOD-CONTROL-RECORD.
        05 PC-OPEN-PERIOD     PIC 9(06).
        05 PC-LAST-CLOSED     PIC 9(06).
        05 PC-CLOSE-DATE      PIC 9(08).
        05 PC-STMT-STATUS     PIC X(01).
        05 PC-STMT-RUN-DATE   PIC 9(08).
        05 PC-FINCHG-STATUS   PIC X(01).
        05 PC-FINCHG-RUN-DATE PIC 9(08).
        05 PC-AGING-STATUS    PIC X(01).
        05 PC-AGING-RUN-DATE  PIC 9(08).

FD  BACKDATED-REPORT-FILE.
    01 BACKDATED-LINE         PIC X(80).

*>  The consumed-feed registry: one record per generated-feed       >*
*>  generation ever posted, appended at the end of a completed      >*
*>  posting run.  CASH-APPLY records the UNAPPLD generations it     >*
*>  consumes in the same file.                                      >*
FD  FEED-REGISTRY-FILE.
    01 FEED-REGISTRY-RECORD.
        05 FG-PROGRAM         PIC X(08).
        05 FG-GENERATION      PIC 9(09).
        05 FG-FEED-RUN-DATE   PIC 9(08).
        05 FG-RECORD-COUNT    PIC 9(06).
        05 FG-AMOUNT          PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
        05 FG-CONSUMED-BY     PIC X(08).
        05 FG-CONSUMED-DATE   PIC 9(08).

FD  GENERATION-REPORT-FILE.
    01 GENERATION-LINE        PIC X(100).

WORKING-STORAGE SECTION.

    01 CUR-PRIOR-BALANCE      PIC S9(09)V99 VALUE 0.
    01 CUR-NEW-BALANCE        PIC S9(09)V99.

*>  Control totals broken out by transaction type.  Slot 8 catches  >*
*>  any code the table does not know, so nothing is ever dropped    >*
*>  from the breakdown.                                             >*
    01 TABLE-TYPE-TOTALS.
        05 TYPE-ENTRY  OCCURS 8 TIMES.
            10 TT-TYPE-CODE       PIC X(02).
            10 TT-TYPE-NAME       PIC X(12).
            10 TT-INPUT-COUNT     PIC 9(09).
    01 CTL-REDIRECT-COUNT     PIC 9(09) VALUE 0.
    01 CTL-REDIRECT-AMOUNT    PIC S9(11)V99 VALUE 0.

*>  Clients written off to bad debt.  A PY that posts to one is a   >*
*>  recovery, which finance books against the bad-debt reserve, so  >*
*>  it is counted apart from ordinary payments.                     >*
    01 TABLE-WRITEOFF.
        05 WOFF-ENTRY  OCCURS 5000 TIMES.
            10 WOFF-CLIENT-ID PIC 9(05).

    01 WOFF-COUNT             PIC 9(05) VALUE 0.
    01 IDX-WOFF               PIC 9(05).
    01 WOFF-FOUND-SW          PIC X(01) VALUE 'N'.
        88 WOFF-FOUND         VALUE 'Y'.
    01 WOFF-EOF-SW            PIC X(01) VALUE 'N'.
        88 WOFF-EOF           VALUE 'Y'.

    01 CTL-RECOVERY-COUNT     PIC 9(09) VALUE 0.
    01 CTL-RECOVERY-AMOUNT    PIC S9(11)V99 VALUE 0.

*>  An item dated before the first day of the open accounting       >*
*>  period belongs to a month that is already closed.  BACKDATED=   >*
*>  REJECT (the default) holds it in suspense; BACKDATED=POST posts >*
*>  it into the open period under its original date.  Either way it >*
*>  is listed on the back-dated items report.  Finance charges,     >*
*>  refunds and write-offs are raised by the month-end runs         >*
*>  themselves, dated in the month they close, and are meant to     >*
*>  post into the next period, so they are never treated as         >*
*>  back-dated.  With no period control file there is no closed     >*
*>  period and the check is not made.                               >*
    01 BACKDATED-RULE-SW      PIC X(01) VALUE 'R'.
        88 BACKDATED-REJECT   VALUE 'R'.
        88 BACKDATED-POST     VALUE 'P'.
    01 PERIOD-CHECK-SW        PIC X(01) VALUE 'N'.
        88 PERIOD-CHECK-ACTIVE VALUE 'Y'.
    01 OPEN-PERIOD-FIRST-DAY  PIC 9(08) VALUE 0.
    01 PERIOD-KEY             PIC 9(05) VALUE 1.
    01 BACKDATED-ITEM-SW      PIC X(01) VALUE 'N'.
        88 BACKDATED-ITEM     VALUE 'Y'.

    01 CTL-BACKDATED-POSTED-COUNT  PIC 9(09) VALUE 0.
    01 CTL-BACKDATED-POSTED-AMOUNT PIC S9(11)V99 VALUE 0.
    01 CTL-BACKDATED-SUSP-COUNT    PIC 9(09) VALUE 0.
    01 CTL-BACKDATED-SUSP-AMOUNT   PIC S9(11)V99 VALUE 0.

*>  One entry per generated-feed generation met on the way into     >*
*>  the sort.  GEN-ACTION-SW says what became of it: P it posts, S  >*
*>  it is skipped as already posted (on the consumed-feed registry  >*
*>  or earlier in this same concatenation), H it is held because    >*
*>  its header or trailer does not prove - a held generation ends   >*
*>  the run before anything posts.  50 slots is several times the   >*
*>  generated DDs in the deck.                                      >*
    01 TABLE-GENERATION.
        05 GEN-ENTRY  OCCURS 50 TIMES.
            10 GEN-PROGRAM        PIC X(08).
            10 GEN-GENERATION     PIC 9(09).
            10 GEN-RUN-DATE       PIC 9(08).
            10 GEN-READ-COUNT     PIC 9(06).
            10 GEN-READ-AMOUNT    PIC S9(11)V99.
            10 GEN-ACTION-SW      PIC X(01).
                88 GEN-POSTING        VALUE 'P'.
                88 GEN-SKIPPED        VALUE 'S'.
                88 GEN-HELD           VALUE 'H'.
            10 GEN-STATUS         PIC X(30).

    01 GEN-COUNT              PIC 9(03) VALUE 0.
    01 IDX-GEN                PIC 9(03).
    01 GEN-BATCH-OPEN-SW      PIC X(01) VALUE 'N'.
        88 GEN-BATCH-OPEN     VALUE 'Y'.
    01 GEN-REPEAT-SW          PIC X(01).
        88 GEN-REPEATED       VALUE 'Y'.
    01 REGISTRY-MATCH-SW      PIC X(01).
        88 REGISTRY-NO-MATCH      VALUE 'N'.
        88 REGISTRY-CONSUMED      VALUE 'C'.
        88 REGISTRY-NUMBER-REUSED VALUE 'R'.
    01 REGISTRY-EOF-SW        PIC X(01).
        88 REGISTRY-EOF       VALUE 'Y'.

    01 GEN-POSTED-COUNT       PIC 9(03) VALUE 0.
    01 GEN-POSTED-AMOUNT      PIC S9(11)V99 VALUE 0.
    01 GEN-SKIPPED-COUNT      PIC 9(03) VALUE 0.
    01 GEN-SKIPPED-AMOUNT     PIC S9(11)V99 VALUE 0.
    01 GEN-HELD-COUNT         PIC 9(03) VALUE 0.
    01 GEN-HELD-AMOUNT        PIC S9(11)V99 VALUE 0.
    01 HEADERLESS-COUNT       PIC 9(09) VALUE 0.
    01 HEADERLESS-AMOUNT      PIC S9(11)V99 VALUE 0.
    01 STRAY-TRAILER-COUNT    PIC 9(03) VALUE 0.

    01 GENERATION-HEADING-1.
        05 FILLER             PIC X(30) VALUE
           'GENERATED FEEDS - BALANCE-LINE'.
        05 FILLER             PIC X(10) VALUE SPACES.
        05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
        05 GH1-RUN-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 GH1-RUN-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 GH1-RUN-YYYY       PIC 9999.

    01 GENERATION-HEADING-2.
        05 FILLER             PIC X(10) VALUE 'PROGRAM'.
        05 FILLER             PIC X(12) VALUE 'GENERATION'.
        05 FILLER             PIC X(10) VALUE 'RUN DATE'.
        05 FILLER             PIC X(08) VALUE ' RECORDS'.
        05 FILLER             PIC X(20) VALUE '            AMOUNT'.
        05 FILLER             PIC X(12) VALUE 'ACTION'.
        05 FILLER             PIC X(30) VALUE 'STATUS'.

    01 GENERATION-DETAIL-LINE.
        05 GR-PROGRAM         PIC X(08).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 GR-GENERATION      PIC ZZZZZZZZ9.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 GR-RUN-DATE        PIC 9(08).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 GR-COUNT           PIC ZZZZZ9.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 GR-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 GR-ACTION          PIC X(10).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 GR-STATUS          PIC X(30).

    01 GENERATION-TOTAL-LINE.
        05 GRT-LABEL          PIC X(30).
        05 FILLER             PIC X(07) VALUE 'COUNT: '.
        05 GRT-COUNT          PIC ZZZZZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 FILLER             PIC X(08) VALUE 'AMOUNT: '.
        05 GRT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

*>  Run controls.  REPORT-ONLY performs the whole match and prints  >*
*>  every report but suppresses the suspense, audit, checkpoint,    >*
*>  balance master, posted extract and GL writes, so a suspect      >*
    01 XREF-FILE-STATUS              PIC X(02).
        88 XREF-FILE-OK                  VALUE '00'.
        88 XREF-FILE-NOT-FOUND           VALUE '35'.
    01 WRITEOFF-FILE-STATUS          PIC X(02).
        88 WRITEOFF-FILE-OK              VALUE '00'.
        88 WRITEOFF-FILE-NOT-FOUND       VALUE '35'.
    01 BALANCE-IN-FILE-STATUS        PIC X(02).
        88 BALANCE-IN-FILE-OK            VALUE '00'.
        88 BALANCE-IN-FILE-NOT-FOUND     VALUE '35'.
        88 AUDIT-LOG-FILE-OK             VALUE '00'.
    01 RUN-HISTORY-FILE-STATUS       PIC X(02).
        88 RUN-HISTORY-FILE-OK           VALUE '00' '05'.
    01 PERIOD-CONTROL-FILE-STATUS    PIC X(02).
        88 PERIOD-CONTROL-FILE-OK        VALUE '00'.
        88 PERIOD-CONTROL-FILE-NOT-FOUND VALUE '35'.
    01 BACKDATED-REPORT-FILE-STATUS  PIC X(02).
        88 BACKDATED-REPORT-FILE-OK      VALUE '00'.
    01 FEED-REGISTRY-FILE-STATUS     PIC X(02).
        88 FEED-REGISTRY-FILE-OK         VALUE '00' '05'.
        88 FEED-REGISTRY-FILE-NOT-FOUND  VALUE '35'.
    01 GENERATION-REPORT-FILE-STATUS PIC X(02).
        88 GENERATION-REPORT-FILE-OK     VALUE '00'.

    01 SUSPENSE-REASON        PIC X(30).

    01 AD-TRANS-TYPE-WS        PIC X(02).
    01 AD-ORIG-CLIENT-WS       PIC 9(05).

    01 BACKDATED-HEADING-1.
        05 FILLER             PIC X(31) VALUE
           'BACK-DATED ITEMS - BALANCE-LINE'.
        05 FILLER             PIC X(09) VALUE SPACES.
        05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
        05 BH1-RUN-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 BH1-RUN-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 BH1-RUN-YYYY       PIC 9999.

    01 BACKDATED-HEADING-2.
        05 FILLER             PIC X(13) VALUE 'OPEN PERIOD: '.
        05 BH2-OPEN-YYYY      PIC 9999.
        05 FILLER             PIC X(01) VALUE '/'.
        05 BH2-OPEN-MM        PIC 99.
        05 FILLER             PIC X(10) VALUE SPACES.
        05 FILLER             PIC X(06) VALUE 'RULE: '.
        05 BH2-RULE           PIC X(06).

    01 BACKDATED-HEADING-3.
        05 FILLER             PIC X(08) VALUE 'TRANS ID'.
        05 FILLER             PIC X(08) VALUE 'CLIENT  '.
        05 FILLER             PIC X(11) VALUE 'TRANS DATE '.
        05 FILLER             PIC X(05) VALUE 'TYPE '.
        05 FILLER             PIC X(16) VALUE 'AMOUNT'.
        05 FILLER             PIC X(30) VALUE 'OUTCOME'.

    01 BACKDATED-DETAIL-LINE.
        05 BD-TRANS-ID        PIC 9(05).
        05 FILLER             PIC X(03) VALUE SPACES.
        05 BD-CLIENT-ID       PIC 9(05).
        05 FILLER             PIC X(03) VALUE SPACES.
        05 BD-TRANS-DATE      PIC 9(08).
        05 FILLER             PIC X(03) VALUE SPACES.
        05 BD-TRANS-TYPE      PIC X(02).
        05 FILLER             PIC X(03) VALUE SPACES.
        05 BD-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 BD-OUTCOME         PIC X(30).

    01 EX-REDIRECT-LINE.
        05 FILLER             PIC X(17) VALUE 'REDIRECTED ITEMS '.
        05 FILLER             PIC X(07) VALUE 'COUNT: '.
    PERFORM READ-RUN-PARAMETERS
    PERFORM INITIALIZE-RESTART
    PERFORM LOAD-XREF-TABLE
    PERFORM LOAD-WRITEOFF-TABLE
    PERFORM LOAD-PERIOD-CONTROL
    PERFORM SORT-TRANSACTION-FEED
    PERFORM PRINT-GENERATION-REPORT
    PERFORM OPEN-FILES
    PERFORM POSITION-FOR-RESTART

                PERFORM WRITE-SUSPENSE-RECORD
                ADD 1                  TO TRANS-DONE-COUNT
                PERFORM ADVANCE-TRANSACTION
            WHEN ST-TRANS-CLIENT = CUR-CLIENT-ID
             AND BACKDATED-REJECT
             AND PERIOD-CHECK-ACTIVE
             AND ST-TRANS-DATE < OPEN-PERIOD-FIRST-DAY
             AND NOT ST-SYSTEM-RAISED
*>              Dated in a month that is already closed; under the  >*
*>              REJECT rule it must not change that month's figures >*
*>              and waits in suspense for review.                   >*
                MOVE 'DATED IN CLOSED PERIOD' TO SUSPENSE-REASON
                PERFORM WRITE-SUSPENSE-RECORD
                ADD 1                  TO CTL-BACKDATED-SUSP-COUNT
                ADD ST-TRANS-AMMOUNT   TO CTL-BACKDATED-SUSP-AMOUNT
                MOVE 'SUSPENDED'       TO BD-OUTCOME
                PERFORM WRITE-BACKDATED-DETAIL
                ADD 1                  TO TRANS-DONE-COUNT
                PERFORM ADVANCE-TRANSACTION
            WHEN ST-TRANS-CLIENT = CUR-CLIENT-ID
             AND ST-TRANS-TYPE = 'AJ'
             AND (ST-TRANS-AMMOUNT > ADJUSTMENT-REVIEW-LIMIT
                PERFORM WRITE-SUSPENSE-RECORD
                ADD 1                  TO TRANS-DONE-COUNT
                PERFORM ADVANCE-TRANSACTION
            WHEN ST-TRANS-CLIENT = CUR-CLIENT-ID
             AND ST-TRANS-TYPE = 'RF'
             AND ST-TRANS-AMMOUNT <= 0
*>              A credit-balance refund pays money back out, so it  >*
*>              can only ever debit the client.                     >*
                MOVE 'REFUND NOT DEBIT' TO SUSPENSE-REASON
                PERFORM WRITE-SUSPENSE-RECORD
                ADD 1                  TO TRANS-DONE-COUNT
                PERFORM ADVANCE-TRANSACTION
            WHEN ST-TRANS-CLIENT = CUR-CLIENT-ID
             AND ST-TRANS-TYPE = 'RF'
             AND ST-TRANS-AMMOUNT >
                 0 - (CUR-PRIOR-BALANCE + CUR-SUM-AMMOUNT)
*>              Nor may it refund more than the credit the client   >*
*>              holds at this point in the run - an invoice posted  >*
*>              since the refund run has already used part of it.   >*
                MOVE 'REFUND EXCEEDS CREDIT BALANCE' TO SUSPENSE-REASON
                PERFORM WRITE-SUSPENSE-RECORD
                ADD 1                  TO TRANS-DONE-COUNT
                PERFORM ADVANCE-TRANSACTION
            WHEN ST-TRANS-CLIENT = CUR-CLIENT-ID
             AND ST-TRANS-TYPE = 'BD'
             AND ST-TRANS-AMMOUNT >= 0
*>              A bad-debt write-off clears a debit balance, so it  >*
*>              can only ever credit the client.                    >*
                MOVE 'BAD DEBT NOT CREDIT' TO SUSPENSE-REASON
                PERFORM WRITE-SUSPENSE-RECORD
                ADD 1                  TO TRANS-DONE-COUNT
                PERFORM ADVANCE-TRANSACTION
            WHEN ST-TRANS-CLIENT = CUR-CLIENT-ID
             AND ST-TRANS-TYPE = 'BD'
             AND 0 - ST-TRANS-AMMOUNT >
                 CUR-PRIOR-BALANCE + CUR-SUM-AMMOUNT
*>              Nor may it write off more than the client owes at   >*
*>              this point in the run - a payment posted since the  >*
*>              write-off run has already reduced the debt.         >*
                MOVE 'BAD DEBT EXCEEDS BALANCE' TO SUSPENSE-REASON
                PERFORM WRITE-SUSPENSE-RECORD
                ADD 1                  TO TRANS-DONE-COUNT
                PERFORM ADVANCE-TRANSACTION
            WHEN ST-TRANS-CLIENT = CUR-CLIENT-ID
                ADD ST-TRANS-AMMOUNT   TO CUR-SUM-AMMOUNT
                                          CTL-POSTED-AMOUNT
                ADD 1                  TO CUR-POSTED-COUNT
                MOVE 'Y'               TO CUR-ACTIVITY-SW
                PERFORM CHECK-CREDIT-LIMIT
                MOVE 'N'               TO WOFF-FOUND-SW
                IF ST-TRANS-TYPE = 'PY' AND WOFF-COUNT > 0
                    PERFORM LOOKUP-WRITEOFF
                END-IF
                IF WOFF-FOUND
                    ADD 1                  TO CTL-RECOVERY-COUNT
                    ADD ST-TRANS-AMMOUNT   TO CTL-RECOVERY-AMOUNT
                END-IF
                MOVE 'N'               TO BACKDATED-ITEM-SW
                IF PERIOD-CHECK-ACTIVE
                 AND ST-TRANS-DATE < OPEN-PERIOD-FIRST-DAY
                 AND NOT ST-SYSTEM-RAISED
                    MOVE 'Y'               TO BACKDATED-ITEM-SW
                    ADD 1                  TO CTL-BACKDATED-POSTED-COUNT
                    ADD ST-TRANS-AMMOUNT   TO CTL-BACKDATED-POSTED-AMOUNT
                    MOVE 'POSTED IN OPEN PERIOD' TO BD-OUTCOME
                    PERFORM WRITE-BACKDATED-DETAIL
                END-IF
                MOVE ST-TRANS-ID       TO AD-TRANS-ID-WS
                MOVE CUR-CLIENT-ID     TO AD-CLIENT-ID-WS
                IF ST-REDIRECTED
                    MOVE 'POSTED (REDIRECTED)' TO AD-OUTCOME-WS
                    MOVE ST-ORIG-CLIENT        TO AD-ORIG-CLIENT-WS
                ELSE
                    EVALUATE TRUE
                        WHEN BACKDATED-ITEM
                            MOVE 'POSTED (BACK-DATED)' TO AD-OUTCOME-WS
                        WHEN WOFF-FOUND
                            MOVE 'POSTED (RECOVERY)'   TO AD-OUTCOME-WS
                        WHEN OTHER
                            MOVE 'POSTED'              TO AD-OUTCOME-WS
                    END-EVALUATE
                    MOVE 0                 TO AD-ORIG-CLIENT-WS
                END-IF
                MOVE CUR-SUM-AMMOUNT   TO AD-RUNNING-TOTAL-WS
    PERFORM WRITE-GL-TRAILER
    PERFORM WRITE-SUMMARY-TOTAL
    PERFORM PRINT-CONTROL-REPORT
    PERFORM WRITE-BACKDATED-TOTALS
    PERFORM WRITE-RUN-HISTORY
    PERFORM RESET-CHECKPOINT
    PERFORM RECORD-CONSUMED-FEEDS

    PERFORM CLOSE-OUTPUT-FILES

    END-PERFORM
    .

LOAD-WRITEOFF-TABLE.

*>  Absent until the first bad-debt write-off run has cataloged a   >*
*>  generation; with no file there is nothing to recover.           >*
    OPEN INPUT WRITEOFF-FILE
    IF WRITEOFF-FILE-NOT-FOUND
        DISPLAY 'WRITEOFF-FILE NOT FOUND - NO RECOVERIES FLAGGED'
        MOVE 'Y' TO WOFF-EOF-SW
    ELSE
        IF NOT WRITEOFF-FILE-OK
            DISPLAY 'WRITEOFF-FILE FAILED TO OPEN - FILE STATUS ' WRITEOFF-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM READ-WRITEOFF
        PERFORM UNTIL WOFF-EOF
            IF WOFF-COUNT >= 5000
                DISPLAY 'WRITEOFF-FILE EXCEEDS TABLE-WRITEOFF CAPACITY (5000) - RUN TERMINATED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1                  TO WOFF-COUNT
            MOVE WF-CLIENT-ID      TO WOFF-CLIENT-ID(WOFF-COUNT)
            PERFORM READ-WRITEOFF
        END-PERFORM
        CLOSE WRITEOFF-FILE
    END-IF
    .

READ-WRITEOFF.

    READ WRITEOFF-FILE
        AT END MOVE 'Y' TO WOFF-EOF-SW
    END-READ
    .

LOOKUP-WRITEOFF.

    MOVE 'N'           TO WOFF-FOUND-SW
    MOVE 0             TO IDX-WOFF
    PERFORM UNTIL IDX-WOFF EQUAL WOFF-COUNT OR WOFF-FOUND
        ADD 1          TO IDX-WOFF
        IF WOFF-CLIENT-ID(IDX-WOFF) = CUR-CLIENT-ID
            MOVE 'Y'   TO WOFF-FOUND-SW
        END-IF
    END-PERFORM
    .

SORT-TRANSACTION-FEED.

*>  Puts the concatenated, not-necessarily-sorted feed into client  >*

RELEASE-TRANSACTION-FEED.

*>  A generated-feed generation is bracketed by its HDR and TRL.    >*
*>  Its records release only when the generation is to post; one    >*
*>  already on the consumed-feed registry is read and counted but   >*
*>  held back from the sort, so the generated DDs can stay in the   >*
*>  deck night after night.  A record with no feed id outside any   >*
*>  generation has no header to prove it by (a generation written   >*
*>  before the producers carried headers) and holds the whole run,  >*
*>  as an unproven generation does: the generation report counts it >*
*>  and the step ends before anything posts.  CLEANTRN records      >*
*>  carry their branch feed id and post as before.                  >*
    OPEN INPUT TRANSACTION-FILE
    IF NOT TRANSACTION-FILE-OK
        DISPLAY 'TRANSACTION-FILE FAILED TO OPEN - FILE STATUS ' TRANSACTION-FILE-STATUS
            AT END MOVE 'Y' TO TRANS-EOF-SW
        END-READ
        IF NOT TRANS-EOF
            EVALUATE TRUE
                WHEN FH-RECORD-TYPE = 'HDR'
                    PERFORM TAKE-GENERATION-HEADER
                WHEN FT-RECORD-TYPE = 'TRL'
                    PERFORM TAKE-GENERATION-TRAILER
                WHEN GEN-BATCH-OPEN
                    ADD 1                TO GEN-READ-COUNT(GEN-COUNT)
                    ADD TR-TRANS-AMMOUNT TO GEN-READ-AMOUNT(GEN-COUNT)
                    IF GEN-POSTING(GEN-COUNT)
                        PERFORM RELEASE-ONE-TRANSACTION
                    END-IF
                WHEN TR-FEED-ID = SPACES
                    ADD 1                TO HEADERLESS-COUNT
                    ADD TR-TRANS-AMMOUNT TO HEADERLESS-AMOUNT
                WHEN OTHER
                    PERFORM RELEASE-ONE-TRANSACTION
            END-EVALUATE
        END-IF
    END-PERFORM

    IF GEN-BATCH-OPEN
        IF GEN-STATUS(GEN-COUNT) = SPACES
            MOVE 'TRAILER MISSING'  TO GEN-STATUS(GEN-COUNT)
        END-IF
        MOVE 'N'                    TO GEN-BATCH-OPEN-SW
    END-IF

    CLOSE TRANSACTION-FILE
    MOVE 'N' TO TRANS-EOF-SW
    .

RELEASE-ONE-TRANSACTION.

    MOVE TR-TRANS-ID      TO SR-TRANS-ID
    MOVE TR-TRANS-CLIENT  TO SR-TRANS-CLIENT
    MOVE TR-TRANS-DATE    TO SR-TRANS-DATE
    MOVE TR-TRANS-AMMOUNT TO SR-TRANS-AMMOUNT
    MOVE TR-TRANS-TYPE    TO SR-TRANS-TYPE
    MOVE TR-INVOICE-REF   TO SR-INVOICE-REF
    MOVE TR-FEED-ID       TO SR-FEED-ID
    MOVE TR-TRANS-CLIENT  TO SR-ORIG-CLIENT
    MOVE 'N'              TO SR-REDIRECT-SW
    IF XREF-COUNT > 0
        MOVE TR-TRANS-CLIENT  TO XREF-LOOKUP-ID
        PERFORM LOOKUP-XREF
        IF XREF-FOUND
            MOVE XREF-MAPPED-ID  TO SR-TRANS-CLIENT
            MOVE 'Y'             TO SR-REDIRECT-SW
        END-IF
    END-IF
    RELEASE SORT-TRANS-RECORD
    .

TAKE-GENERATION-HEADER.

*>  A header while a generation is still open means the previous    >*
*>  one lost its trailer.                                           >*
    IF GEN-BATCH-OPEN
        IF GEN-STATUS(GEN-COUNT) = SPACES
            MOVE 'TRAILER MISSING'  TO GEN-STATUS(GEN-COUNT)
        END-IF
    END-IF

    IF GEN-COUNT >= 50
        DISPLAY 'GENERATED FEEDS EXCEED TABLE-GENERATION CAPACITY (50) - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1                   TO GEN-COUNT
    MOVE 'Y'                TO GEN-BATCH-OPEN-SW
    MOVE FH-PROGRAM         TO GEN-PROGRAM(GEN-COUNT)
    MOVE 0                  TO GEN-GENERATION(GEN-COUNT)
                               GEN-RUN-DATE(GEN-COUNT)
                               GEN-READ-COUNT(GEN-COUNT)
                               GEN-READ-AMOUNT(GEN-COUNT)
    MOVE SPACES             TO GEN-STATUS(GEN-COUNT)
    MOVE 'P'                TO GEN-ACTION-SW(GEN-COUNT)

    IF FH-PROGRAM = SPACES
     OR FH-GENERATION NOT NUMERIC
     OR FH-RUN-DATE NOT NUMERIC
        MOVE 'HEADER FIELDS INVALID'  TO GEN-STATUS(GEN-COUNT)
    ELSE
        MOVE FH-GENERATION  TO GEN-GENERATION(GEN-COUNT)
        MOVE FH-RUN-DATE    TO GEN-RUN-DATE(GEN-COUNT)
        PERFORM FIND-RUN-GENERATION
        PERFORM SEARCH-FEED-REGISTRY
        EVALUATE TRUE
            WHEN GEN-REPEATED
                MOVE 'S'                        TO GEN-ACTION-SW(GEN-COUNT)
                MOVE 'REPEATED IN THIS RUN'     TO GEN-STATUS(GEN-COUNT)
            WHEN REGISTRY-CONSUMED
                MOVE 'S'                        TO GEN-ACTION-SW(GEN-COUNT)
                MOVE 'ALREADY POSTED'           TO GEN-STATUS(GEN-COUNT)
*>              The number was posted before under another run      >*
*>              date: the producer lost its generation sequence and >*
*>              this feed cannot be told apart from a replay.       >*
            WHEN REGISTRY-NUMBER-REUSED
                MOVE 'GENERATION NUMBER REUSED' TO GEN-STATUS(GEN-COUNT)
        END-EVALUATE
    END-IF
    .

TAKE-GENERATION-TRAILER.

*>  First failure wins; a generation being skipped is not proved,   >*
*>  since none of it posts.                                         >*
    IF NOT GEN-BATCH-OPEN
        ADD 1  TO STRAY-TRAILER-COUNT
    ELSE
        IF GEN-STATUS(GEN-COUNT) = SPACES
            EVALUATE TRUE
                WHEN FT-RECORD-COUNT NOT NUMERIC
                 OR FT-AMOUNT NOT NUMERIC
                    MOVE 'TRAILER FIELDS INVALID'  TO GEN-STATUS(GEN-COUNT)
                WHEN FT-RECORD-COUNT NOT = GEN-READ-COUNT(GEN-COUNT)
                    MOVE 'TRAILER COUNT MISMATCH'  TO GEN-STATUS(GEN-COUNT)
                WHEN FT-AMOUNT NOT = GEN-READ-AMOUNT(GEN-COUNT)
                    MOVE 'TRAILER AMOUNT MISMATCH' TO GEN-STATUS(GEN-COUNT)
            END-EVALUATE
        END-IF
        MOVE 'N'  TO GEN-BATCH-OPEN-SW
    END-IF
    .

FIND-RUN-GENERATION.

*>  The same generation twice in one concatenation - a DD coded     >*
*>  twice - posts once.                                             >*
    MOVE 'N'           TO GEN-REPEAT-SW
    MOVE 0             TO IDX-GEN
    PERFORM UNTIL IDX-GEN + 1 >= GEN-COUNT OR GEN-REPEATED
        ADD 1          TO IDX-GEN
        IF GEN-PROGRAM(IDX-GEN) = FH-PROGRAM
         AND GEN-GENERATION(IDX-GEN) = FH-GENERATION
            MOVE 'Y'   TO GEN-REPEAT-SW
        END-IF
    END-PERFORM
    .

SEARCH-FEED-REGISTRY.

*>  The registry is read end to end for each header rather than     >*
*>  held in a table: it grows by a few records a night for as long  >*
*>  as the system runs, and the headers in a run are few.  Before   >*
*>  the first posting run has recorded anything there is no file    >*
*>  and nothing has been consumed.                                  >*
    MOVE 'N'           TO REGISTRY-MATCH-SW
    OPEN INPUT FEED-REGISTRY-FILE
    IF NOT FEED-REGISTRY-FILE-NOT-FOUND
        IF NOT FEED-REGISTRY-FILE-OK
            DISPLAY 'FEED-REGISTRY-FILE FAILED TO OPEN - FILE STATUS ' FEED-REGISTRY-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 'N'       TO REGISTRY-EOF-SW
        PERFORM READ-FEED-REGISTRY
        PERFORM UNTIL REGISTRY-EOF OR NOT REGISTRY-NO-MATCH
            IF FG-PROGRAM = FH-PROGRAM
             AND FG-GENERATION = FH-GENERATION
                IF FG-FEED-RUN-DATE = FH-RUN-DATE
                    MOVE 'C'   TO REGISTRY-MATCH-SW
                ELSE
                    MOVE 'R'   TO REGISTRY-MATCH-SW
                END-IF
            ELSE
                PERFORM READ-FEED-REGISTRY
            END-IF
        END-PERFORM
        CLOSE FEED-REGISTRY-FILE
    END-IF
    .

READ-FEED-REGISTRY.

    READ FEED-REGISTRY-FILE
        AT END MOVE 'Y' TO REGISTRY-EOF-SW
    END-READ
    .

PRINT-GENERATION-REPORT.

*>  Lists every generation met in the feed and what became of it.   >*
*>  A held generation, or a trailer with no header, ends the run    >*
*>  RC=16 here - after the sort, before any file is opened for      >*
*>  posting - so nothing of the night's feed posts until the        >*
*>  generation is put right or its DD pulled.                       >*
    OPEN OUTPUT GENERATION-REPORT-FILE
    IF NOT GENERATION-REPORT-FILE-OK
        DISPLAY 'GENERATION-REPORT-FILE FAILED TO OPEN - FILE STATUS ' GENERATION-REPORT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
    MOVE RUN-MM             TO GH1-RUN-MM
    MOVE RUN-DD             TO GH1-RUN-DD
    MOVE RUN-YYYY           TO GH1-RUN-YYYY
    WRITE GENERATION-LINE FROM GENERATION-HEADING-1
    MOVE SPACES             TO GENERATION-LINE
    WRITE GENERATION-LINE
    WRITE GENERATION-LINE FROM GENERATION-HEADING-2

    MOVE 0                  TO IDX-GEN
    PERFORM UNTIL IDX-GEN = GEN-COUNT
        ADD 1               TO IDX-GEN
        IF GEN-POSTING(IDX-GEN)
            IF GEN-STATUS(IDX-GEN) = SPACES
                MOVE 'VERIFIED'  TO GEN-STATUS(IDX-GEN)
            ELSE
                MOVE 'H'         TO GEN-ACTION-SW(IDX-GEN)
            END-IF
        END-IF
        MOVE GEN-PROGRAM(IDX-GEN)     TO GR-PROGRAM
        MOVE GEN-GENERATION(IDX-GEN)  TO GR-GENERATION
        MOVE GEN-RUN-DATE(IDX-GEN)    TO GR-RUN-DATE
        MOVE GEN-READ-COUNT(IDX-GEN)  TO GR-COUNT
        MOVE GEN-READ-AMOUNT(IDX-GEN) TO GR-AMOUNT
        MOVE GEN-STATUS(IDX-GEN)      TO GR-STATUS
        EVALUATE TRUE
            WHEN GEN-SKIPPED(IDX-GEN)
                MOVE 'SKIPPED'       TO GR-ACTION
                ADD 1                TO GEN-SKIPPED-COUNT
                ADD GEN-READ-AMOUNT(IDX-GEN) TO GEN-SKIPPED-AMOUNT
            WHEN GEN-HELD(IDX-GEN)
                MOVE 'HELD'          TO GR-ACTION
                ADD 1                TO GEN-HELD-COUNT
                ADD GEN-READ-AMOUNT(IDX-GEN) TO GEN-HELD-AMOUNT
            WHEN REPORT-ONLY-MODE
                MOVE 'TRIAL ONLY'    TO GR-ACTION
                ADD 1                TO GEN-POSTED-COUNT
                ADD GEN-READ-AMOUNT(IDX-GEN) TO GEN-POSTED-AMOUNT
            WHEN OTHER
                MOVE 'POSTED'        TO GR-ACTION
                ADD 1                TO GEN-POSTED-COUNT
                ADD GEN-READ-AMOUNT(IDX-GEN) TO GEN-POSTED-AMOUNT
        END-EVALUATE
        WRITE GENERATION-LINE FROM GENERATION-DETAIL-LINE
    END-PERFORM

    MOVE SPACES             TO GENERATION-LINE
    WRITE GENERATION-LINE
    MOVE 'GENERATIONS POSTED'            TO GRT-LABEL
    MOVE GEN-POSTED-COUNT                TO GRT-COUNT
    MOVE GEN-POSTED-AMOUNT               TO GRT-AMOUNT
    WRITE GENERATION-LINE FROM GENERATION-TOTAL-LINE
    MOVE 'GENERATIONS SKIPPED'           TO GRT-LABEL
    MOVE GEN-SKIPPED-COUNT               TO GRT-COUNT
    MOVE GEN-SKIPPED-AMOUNT              TO GRT-AMOUNT
    WRITE GENERATION-LINE FROM GENERATION-TOTAL-LINE
    MOVE 'GENERATIONS HELD'              TO GRT-LABEL
    MOVE GEN-HELD-COUNT                  TO GRT-COUNT
    MOVE GEN-HELD-AMOUNT                 TO GRT-AMOUNT
    WRITE GENERATION-LINE FROM GENERATION-TOTAL-LINE
    MOVE 'TRAILERS WITHOUT HEADER'       TO GRT-LABEL
    MOVE STRAY-TRAILER-COUNT             TO GRT-COUNT
    MOVE 0                               TO GRT-AMOUNT
    WRITE GENERATION-LINE FROM GENERATION-TOTAL-LINE
    MOVE 'UNHEADED RECORDS HELD'         TO GRT-LABEL
    MOVE HEADERLESS-COUNT                TO GRT-COUNT
    MOVE HEADERLESS-AMOUNT               TO GRT-AMOUNT
    WRITE GENERATION-LINE FROM GENERATION-TOTAL-LINE

    IF HEADERLESS-COUNT > 0
        DISPLAY 'GENERATED FEED RECORDS WITH NO HEADER HELD - COUNT ' HEADERLESS-COUNT
    END-IF

    IF GEN-HELD-COUNT > 0 OR STRAY-TRAILER-COUNT > 0
     OR HEADERLESS-COUNT > 0
        MOVE SPACES             TO GENERATION-LINE
        WRITE GENERATION-LINE
        MOVE '*** GENERATED FEED NOT PROVEN - RUN TERMINATED, NOTHING POSTED ***'
                                TO GENERATION-LINE
        WRITE GENERATION-LINE
        CLOSE GENERATION-REPORT-FILE
        DISPLAY 'GENERATED FEED NOT PROVEN - SEE GENRPT - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    CLOSE GENERATION-REPORT-FILE
    .

OPEN-FILES.

    OPEN INPUT  CLIENT-MASTER-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF

        OPEN EXTEND BACKDATED-REPORT-FILE
        IF NOT BACKDATED-REPORT-FILE-OK
            DISPLAY 'BACKDATED-REPORT-FILE FAILED TO OPEN - FILE STATUS ' BACKDATED-REPORT-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        OPEN OUTPUT SUMMARY-REPORT-FILE
        IF NOT SUMMARY-REPORT-FILE-OK
            END-IF
        END-IF

        OPEN OUTPUT BACKDATED-REPORT-FILE
        IF NOT BACKDATED-REPORT-FILE-OK
            DISPLAY 'BACKDATED-REPORT-FILE FAILED TO OPEN - FILE STATUS ' BACKDATED-REPORT-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF

        WRITE EXCEPTION-LINE FROM EXCEPTION-HEADING-1
    END-IF

        WRITE OVERLIMIT-LINE
        WRITE OVERLIMIT-LINE FROM OVERLIMIT-HEADING-2

        PERFORM WRITE-BACKDATED-HEADINGS

        IF NOT REPORT-ONLY-MODE
            MOVE SPACES            TO GL-HEADER-RECORD
            MOVE 'H'               TO GH-RECORD-TYPE
        MOVE RST-LINE-COUNT      TO LINE-COUNT
        MOVE RST-CUR-PRIOR-BAL   TO CUR-PRIOR-BALANCE
        MOVE RST-GL-DETAIL-COUNT TO GL-DETAIL-COUNT
        MOVE RST-RECOVERY-COUNT  TO CTL-RECOVERY-COUNT
        MOVE RST-RECOVERY-AMOUNT TO CTL-RECOVERY-AMOUNT
        MOVE RST-BACKDATED-POSTED-COUNT  TO CTL-BACKDATED-POSTED-COUNT
        MOVE RST-BACKDATED-POSTED-AMOUNT TO CTL-BACKDATED-POSTED-AMOUNT
        MOVE RST-BACKDATED-SUSP-COUNT    TO CTL-BACKDATED-SUSP-COUNT
        MOVE RST-BACKDATED-SUSP-AMOUNT   TO CTL-BACKDATED-SUSP-AMOUNT
        MOVE 0                   TO TYPE-IDX
        PERFORM UNTIL TYPE-IDX EQUAL 8
            ADD 1                TO TYPE-IDX
            MOVE RST-TYPE-POSTED-COUNT(TYPE-IDX)
                                 TO TT-POSTED-COUNT(TYPE-IDX)
    MOVE ST-TRANS-DATE     TO PT-TRANS-DATE
    MOVE ST-TRANS-AMMOUNT  TO PT-TRANS-AMMOUNT
    MOVE ST-TRANS-TYPE     TO PT-TRANS-TYPE
    MOVE ST-INVOICE-REF    TO PT-INVOICE-REF
    MOVE ST-FEED-ID        TO PT-FEED-ID
    IF NOT REPORT-ONLY-MODE
        WRITE POSTED-TRANS-RECORD
    END-IF
    MOVE 'FINCHARGE'   TO TT-TYPE-NAME(4)
    MOVE 'RA'          TO TT-TYPE-CODE(5)
    MOVE 'RELEASEDADJ' TO TT-TYPE-NAME(5)
    MOVE 'RF'          TO TT-TYPE-CODE(6)
    MOVE 'REFUND'      TO TT-TYPE-NAME(6)
    MOVE 'BD'          TO TT-TYPE-CODE(7)
    MOVE 'BADDEBT'     TO TT-TYPE-NAME(7)
    MOVE '??'          TO TT-TYPE-CODE(8)
    MOVE 'OTHER'       TO TT-TYPE-NAME(8)

    MOVE 0             TO TYPE-IDX
    PERFORM UNTIL TYPE-IDX EQUAL 8
        ADD 1          TO TYPE-IDX
        MOVE 0         TO TT-INPUT-COUNT(TYPE-IDX)
                          TT-INPUT-AMOUNT(TYPE-IDX)
        WHEN 'AJ'   MOVE 3 TO TYPE-IDX
        WHEN 'FC'   MOVE 4 TO TYPE-IDX
        WHEN 'RA'   MOVE 5 TO TYPE-IDX
        WHEN 'RF'   MOVE 6 TO TYPE-IDX
        WHEN 'BD'   MOVE 7 TO TYPE-IDX
        WHEN OTHER  MOVE 8 TO TYPE-IDX
    END-EVALUATE
    .

    CLOSE CONTROL-REPORT-FILE
    CLOSE SUMMARY-REPORT-FILE
    CLOSE OVERLIMIT-REPORT-FILE
    CLOSE BACKDATED-REPORT-FILE
    IF NOT REPORT-ONLY-MODE
        CLOSE BALANCE-OUT-FILE
        CLOSE POSTED-TRANS-FILE
                   RST-CUR-OVER-LIMIT-SW
    MOVE 0      TO RST-CUR-POSTED-COUNT
                   RST-GL-DETAIL-COUNT
                   RST-RECOVERY-COUNT
                   RST-RECOVERY-AMOUNT
                   RST-BACKDATED-POSTED-COUNT
                   RST-BACKDATED-POSTED-AMOUNT
                   RST-BACKDATED-SUSP-COUNT
                   RST-BACKDATED-SUSP-AMOUNT
    MOVE 0      TO TYPE-IDX
    PERFORM UNTIL TYPE-IDX EQUAL 8
        ADD 1   TO TYPE-IDX
        MOVE 0  TO RST-TYPE-POSTED-COUNT(TYPE-IDX)
        MOVE 0  TO RST-TYPE-POSTED-AMOUNT(TYPE-IDX)
    MOVE BAL-DONE-COUNT      TO RST-BAL-DONE
    MOVE CUR-PRIOR-BALANCE   TO RST-CUR-PRIOR-BAL
    MOVE GL-DETAIL-COUNT     TO RST-GL-DETAIL-COUNT
    MOVE CTL-RECOVERY-COUNT  TO RST-RECOVERY-COUNT
    MOVE CTL-RECOVERY-AMOUNT TO RST-RECOVERY-AMOUNT
    MOVE CTL-BACKDATED-POSTED-COUNT  TO RST-BACKDATED-POSTED-COUNT
    MOVE CTL-BACKDATED-POSTED-AMOUNT TO RST-BACKDATED-POSTED-AMOUNT
    MOVE CTL-BACKDATED-SUSP-COUNT    TO RST-BACKDATED-SUSP-COUNT
    MOVE CTL-BACKDATED-SUSP-AMOUNT   TO RST-BACKDATED-SUSP-AMOUNT
    MOVE 0                   TO TYPE-IDX
    PERFORM UNTIL TYPE-IDX EQUAL 8
        ADD 1                TO TYPE-IDX
        MOVE TT-POSTED-COUNT(TYPE-IDX)
                             TO RST-TYPE-POSTED-COUNT(TYPE-IDX)
    END-IF
    .

RECORD-CONSUMED-FEEDS.

*>  Written only here, once the run has come through to the end,    >*
*>  so a run that fails part-way leaves its generations unconsumed  >*
*>  and the resubmission posts them.  A tolerance break still       >*
*>  records them: the balance master and posted extract already     >*
*>  carry their postings.  A report-only trial posted nothing and   >*
*>  records nothing.                                                >*
    IF NOT REPORT-ONLY-MODE AND GEN-POSTED-COUNT > 0
        OPEN EXTEND FEED-REGISTRY-FILE
        IF NOT FEED-REGISTRY-FILE-OK
            DISPLAY 'FEED-REGISTRY-FILE FAILED TO OPEN - FILE STATUS ' FEED-REGISTRY-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF

        MOVE 0                  TO IDX-GEN
        PERFORM UNTIL IDX-GEN = GEN-COUNT
            ADD 1               TO IDX-GEN
            IF GEN-POSTING(IDX-GEN)
                MOVE GEN-PROGRAM(IDX-GEN)     TO FG-PROGRAM
                MOVE GEN-GENERATION(IDX-GEN)  TO FG-GENERATION
                MOVE GEN-RUN-DATE(IDX-GEN)    TO FG-FEED-RUN-DATE
                MOVE GEN-READ-COUNT(IDX-GEN)  TO FG-RECORD-COUNT
                MOVE GEN-READ-AMOUNT(IDX-GEN) TO FG-AMOUNT
                MOVE 'BALLINE '               TO FG-CONSUMED-BY
                MOVE RUN-DATE-YYYYMMDD        TO FG-CONSUMED-DATE
                WRITE FEED-REGISTRY-RECORD
            END-IF
        END-PERFORM
        CLOSE FEED-REGISTRY-FILE
    END-IF
    .

COMPUTE-POSTED-TOTALS.

    COMPUTE CTL-POSTED-COUNT = CTL-INPUT-COUNT - SUSPENSE-COUNT
*>  posting run with no tolerance on the DIFFERENCE line.           >*
    OPEN INPUT PARM-FILE
    IF PARM-FILE-NOT-FOUND
        DISPLAY 'PARM-FILE NOT FOUND - MODE=UPDATE, TOLERANCE=0, BACKDATED=REJECT ASSUMED'
    ELSE
        IF NOT PARM-FILE-OK
            DISPLAY 'PARM-FILE FAILED TO OPEN - FILE STATUS ' PARM-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
        WHEN PARM-RECORD(1:10) = 'BACKDATED='
            EVALUATE TRUE
                WHEN PARM-RECORD(11:6) = 'REJECT'
                    MOVE 'R' TO BACKDATED-RULE-SW
                WHEN PARM-RECORD(11:4) = 'POST'
                    MOVE 'P' TO BACKDATED-RULE-SW
                WHEN OTHER
                    DISPLAY 'PARM-FILE BACKDATED VALUE NOT RECOGNIZED: ' PARM-RECORD(1:30)
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
        WHEN PARM-RECORD(1:10) = 'TOLERANCE='
*>          Fixed nnnnnnnnn.nn form, zero-filled, e.g.              >*
*>          TOLERANCE=000000100.00 for one hundred.                 >*
    WRITE CONTROL-LINE FROM CTL-TYPE-TITLE-LINE

    MOVE 0  TO TYPE-PRINT-IDX
    PERFORM UNTIL TYPE-PRINT-IDX EQUAL 8
        ADD 1  TO TYPE-PRINT-IDX
        IF TYPE-PRINT-IDX < 8
         OR TT-INPUT-COUNT(TYPE-PRINT-IDX) > 0
            PERFORM PRINT-TYPE-TOTAL-LINES
        END-IF
    END-PERFORM

*>  Payments received from written-off clients.  They are already   >*
*>  in PAYMENT POSTED above; this line is what finance books        >*
*>  against the bad-debt reserve.                                   >*
    MOVE SPACES         TO CONTROL-LINE
    WRITE CONTROL-LINE
    MOVE 'PY RECOVERIES         '  TO CTL-DTL-LABEL
    MOVE CTL-RECOVERY-COUNT         TO CTL-DTL-COUNT
    MOVE CTL-RECOVERY-AMOUNT        TO CTL-DTL-AMOUNT
    WRITE CONTROL-LINE FROM CTL-DETAIL-LINE

*>  Items dated in a closed period.  Those posted are already in    >*
*>  POSTED TRANSACTIONS above; those suspended are in the           >*
*>  DIFFERENCE the same as any other suspense item.                 >*
    MOVE 'BACK-DATED POSTED     '  TO CTL-DTL-LABEL
    MOVE CTL-BACKDATED-POSTED-COUNT TO CTL-DTL-COUNT
    MOVE CTL-BACKDATED-POSTED-AMOUNT TO CTL-DTL-AMOUNT
    WRITE CONTROL-LINE FROM CTL-DETAIL-LINE
    MOVE 'BACK-DATED SUSPENDED  '  TO CTL-DTL-LABEL
    MOVE CTL-BACKDATED-SUSP-COUNT   TO CTL-DTL-COUNT
    MOVE CTL-BACKDATED-SUSP-AMOUNT  TO CTL-DTL-AMOUNT
    WRITE CONTROL-LINE FROM CTL-DETAIL-LINE
    .

LOAD-PERIOD-CONTROL.

*>  The period control file is absent until PERIOD-CLOSE has set it >*
*>  up; no period is then closed and nothing is back-dated.         >*
    OPEN INPUT PERIOD-CONTROL-FILE
    IF PERIOD-CONTROL-FILE-NOT-FOUND
        DISPLAY 'PERIOD-CONTROL-FILE NOT FOUND - NO CLOSED-PERIOD CHECK'
    ELSE
        IF NOT PERIOD-CONTROL-FILE-OK
            DISPLAY 'PERIOD-CONTROL-FILE FAILED TO OPEN - FILE STATUS ' PERIOD-CONTROL-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ PERIOD-CONTROL-FILE
            INVALID KEY MOVE 0 TO PC-OPEN-PERIOD
        END-READ
        IF PC-OPEN-PERIOD = 0
            DISPLAY 'PERIOD-CONTROL-FILE NOT INITIALIZED - NO CLOSED-PERIOD CHECK'
        ELSE
            MOVE 'Y'             TO PERIOD-CHECK-SW
            COMPUTE OPEN-PERIOD-FIRST-DAY = PC-OPEN-PERIOD * 100 + 1
        END-IF
        CLOSE PERIOD-CONTROL-FILE
    END-IF
    .

WRITE-BACKDATED-HEADINGS.

    MOVE RUN-MM    TO BH1-RUN-MM
    MOVE RUN-DD    TO BH1-RUN-DD
    MOVE RUN-YYYY  TO BH1-RUN-YYYY
    WRITE BACKDATED-LINE FROM BACKDATED-HEADING-1
    IF PERIOD-CHECK-ACTIVE
        MOVE OPEN-PERIOD-FIRST-DAY(1:4) TO BH2-OPEN-YYYY
        MOVE OPEN-PERIOD-FIRST-DAY(5:2) TO BH2-OPEN-MM
        IF BACKDATED-REJECT
            MOVE 'REJECT'        TO BH2-RULE
        ELSE
            MOVE 'POST'          TO BH2-RULE
        END-IF
        WRITE BACKDATED-LINE FROM BACKDATED-HEADING-2
        MOVE SPACES    TO BACKDATED-LINE
        WRITE BACKDATED-LINE
        WRITE BACKDATED-LINE FROM BACKDATED-HEADING-3
    ELSE
        MOVE 'NO PERIOD CONTROL FILE - NO CLOSED-PERIOD CHECK MADE'
                       TO BACKDATED-LINE
        WRITE BACKDATED-LINE
    END-IF
    .

WRITE-BACKDATED-DETAIL.

    MOVE ST-TRANS-ID         TO BD-TRANS-ID
    MOVE ST-TRANS-CLIENT     TO BD-CLIENT-ID
    MOVE ST-TRANS-DATE       TO BD-TRANS-DATE
    MOVE ST-TRANS-TYPE       TO BD-TRANS-TYPE
    MOVE ST-TRANS-AMMOUNT    TO BD-AMOUNT
    WRITE BACKDATED-LINE FROM BACKDATED-DETAIL-LINE
    .

WRITE-BACKDATED-TOTALS.

    MOVE SPACES                     TO BACKDATED-LINE
    WRITE BACKDATED-LINE
    MOVE 'POSTED IN OPEN PERIOD '  TO CTL-DTL-LABEL
    MOVE CTL-BACKDATED-POSTED-COUNT TO CTL-DTL-COUNT
    MOVE CTL-BACKDATED-POSTED-AMOUNT TO CTL-DTL-AMOUNT
    WRITE BACKDATED-LINE FROM CTL-DETAIL-LINE
    MOVE 'SUSPENDED             '  TO CTL-DTL-LABEL
    MOVE CTL-BACKDATED-SUSP-COUNT   TO CTL-DTL-COUNT
    MOVE CTL-BACKDATED-SUSP-AMOUNT  TO CTL-DTL-AMOUNT
    WRITE BACKDATED-LINE FROM CTL-DETAIL-LINE
    .

PRINT-TYPE-TOTAL-LINES.
    MOVE RUN-DATE-YYYYMMDD         TO SP-SUSP-DATE
    MOVE 0                         TO SP-DAYS-IN-SUSP
    MOVE ST-TRANS-TYPE             TO SP-TRANS-TYPE
    MOVE ST-FEED-ID                TO SP-FEED-ID
    IF NOT REPORT-ONLY-MODE
        WRITE SUSPENSE-RECORD
    END-IF
