*> Invoice dispute maintenance.  A client who formally disputed an  >*
*> invoice kept collecting a finance charge on it from FIN-CHARGE   >*
*> and a dunning letter from RECV-AGE, and credit control reversed  >*
*> the charge by hand every month.  This program keeps a dispute    >*
*> master keyed by client id and invoice trans id, maintained with  >*
*> OPEN and RESOLVE action cards, and re-marks the CASH-APPLY open- >*
*> item file so that every invoice under an open dispute carries    >*
*> the disputed flag and no other does.  FIN-CHARGE leaves flagged  >*
*> amounts out of the overdue balance and RECV-AGE ages them in a   >*
*> column of their own that never triggers a letter.  An OPEN is    >*
*> refused unless the invoice is open for that client.  Every       >*
*> action prints on a register and rejected actions also print on   >*
*> their own report, in the SUSP-DISP style; the disputes still     >*
*> outstanding after the run print aged by the date each dispute    >*
*> was opened, so none can sit unresolved unnoticed.                >*

IDENTIFICATION DIVISION.
PROGRAM-ID. DISPUTE-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

    SELECT DISPUTE-IN-FILE
        ASSIGN TO "DSPTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DISPUTE-IN-FILE-STATUS.

    SELECT DISPUTE-OUT-FILE
        ASSIGN TO "DSPTOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DISPUTE-OUT-FILE-STATUS.

    SELECT ACTION-FILE
        ASSIGN TO "DSPTACT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACTION-FILE-STATUS.

    SELECT OPEN-ITEM-IN-FILE
        ASSIGN TO "OPENIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPEN-ITEM-IN-FILE-STATUS.

    SELECT OPEN-ITEM-OUT-FILE
        ASSIGN TO "OPENOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPEN-ITEM-OUT-FILE-STATUS.

    SELECT REGISTER-REPORT-FILE
        ASSIGN TO "DSPTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REGISTER-REPORT-FILE-STATUS.

    SELECT REJECT-REPORT-FILE
        ASSIGN TO "DSPTREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REJECT-REPORT-FILE-STATUS.

    SELECT AGING-REPORT-FILE
        ASSIGN TO "DSPTAGE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AGING-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  DISPUTE-IN-FILE.
    01 DISPUTE-IN-RECORD.
        05 DI-CLIENT-ID       PIC 9(05).
        05 DI-TRANS-ID        PIC 9(05).
        05 DI-OPEN-DATE       PIC 9(08).
        05 DI-REASON          PIC X(30).

FD  DISPUTE-OUT-FILE.
    01 DISPUTE-OUT-RECORD.
        05 DO-CLIENT-ID       PIC 9(05).
        05 DO-TRANS-ID        PIC 9(05).
        05 DO-OPEN-DATE       PIC 9(08).
        05 DO-REASON          PIC X(30).

FD  ACTION-FILE.
    01 ACTION-RECORD.
        05 DA-ACTION          PIC X(01).
            88 DA-OPEN        VALUE 'O'.
            88 DA-RESOLVE     VALUE 'R'.
            88 DA-VALID-ACTION VALUE 'O' 'R'.
        05 DA-CLIENT-ID       PIC 9(05).
        05 DA-TRANS-ID        PIC 9(05).
*>          OPEN: the date the client raised the dispute; zeros     >*
*>          take the run date.                                      >*
        05 DA-OPEN-DATE       PIC 9(08).
*>          OPEN: the reason is required.  RESOLVE: the outcome,    >*
*>          printed on the register.                                >*
        05 DA-REASON          PIC X(30).

FD  OPEN-ITEM-IN-FILE.
    01 OPEN-ITEM-IN-RECORD.
        05 OI-CLIENT-ID       PIC 9(05).
        05 OI-TRANS-DATE      PIC 9(08).
        05 OI-TRANS-ID        PIC 9(05).
        05 OI-ORIG-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OI-OPEN-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OI-DISPUTE-FLAG    PIC X(01).

FD  OPEN-ITEM-OUT-FILE.
    01 OPEN-ITEM-OUT-RECORD.
        05 OO-CLIENT-ID       PIC 9(05).
        05 OO-TRANS-DATE      PIC 9(08).
        05 OO-TRANS-ID        PIC 9(05).
        05 OO-ORIG-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OO-OPEN-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OO-DISPUTE-FLAG    PIC X(01).
            88 OO-DISPUTED    VALUE 'D'.

FD  REGISTER-REPORT-FILE.
    01 REGISTER-LINE          PIC X(100).

FD  REJECT-REPORT-FILE.
    01 REJECT-LINE            PIC X(100).

FD  AGING-REPORT-FILE.
    01 AGING-LINE             PIC X(100).

WORKING-STORAGE SECTION.

*>  The dispute master after this run's actions, in client / trans  >*
*>  id sequence: the carried master and the action cards are both   >*
*>  in that sequence, so the table is built by a two-stream merge   >*
*>  and written straight back out in order.  A resolved dispute     >*
*>  stays in the table for the register and is simply not written.  >*
    01 TABLE-DISPUTE.
        05 DISPUTE-ENTRY  OCCURS 3000 TIMES.
            10 DT-CLIENT-ID       PIC 9(05).
            10 DT-TRANS-ID        PIC 9(05).
            10 DT-OPEN-DATE       PIC 9(08).
            10 DT-REASON          PIC X(30).
            10 DT-RESOLUTION      PIC X(30).
            10 DT-STATUS-SW       PIC X(01).
                88 DT-CARRIED       VALUE 'C'.
                88 DT-NEWLY-OPENED  VALUE 'N'.
                88 DT-RESOLVED      VALUE 'R'.
                88 DT-OPEN-REJECTED VALUE 'X'.
                88 DT-STILL-OPEN    VALUE 'C' 'N'.
            10 DT-FOUND-SW        PIC X(01).
                88 DT-INVOICE-OPEN  VALUE 'Y'.
            10 DT-INVOICE-DATE    PIC 9(08).
            10 DT-OPEN-AMOUNT     PIC S9(07)V99.

    01 DISPUTE-COUNT          PIC 9(05) VALUE 0.
    01 IDX-DISPUTE            PIC 9(05).
    01 IDX-MATCH              PIC 9(05).
    01 MATCH-FOUND-SW         PIC X(01).
        88 MATCH-FOUND        VALUE 'Y'.

    01 PREV-ACTION-KEY.
        05 PREV-CLIENT-ID     PIC 9(05) VALUE 0.
        05 PREV-TRANS-ID      PIC 9(05) VALUE 0.
    01 ACTION-KEY.
        05 AK-CLIENT-ID       PIC 9(05).
        05 AK-TRANS-ID        PIC 9(05).
    01 MASTER-KEY.
        05 MK-CLIENT-ID       PIC 9(05).
        05 MK-TRANS-ID        PIC 9(05).

    01 DISPUTE-EOF-SW         PIC X(01) VALUE 'N'.
        88 DISPUTE-EOF        VALUE 'Y'.
    01 ACTION-EOF-SW          PIC X(01) VALUE 'N'.
        88 ACTION-EOF         VALUE 'Y'.
    01 ACTION-VALID-SW        PIC X(01) VALUE 'N'.
        88 ACTION-VALID       VALUE 'Y'.
    01 OPEN-IN-EOF-SW         PIC X(01) VALUE 'N'.
        88 OPEN-IN-EOF        VALUE 'Y'.

    01 DISPUTE-IN-FILE-STATUS        PIC X(02).
        88 DISPUTE-IN-FILE-OK            VALUE '00'.
        88 DISPUTE-IN-FILE-NOT-FOUND     VALUE '35'.
    01 DISPUTE-OUT-FILE-STATUS       PIC X(02).
        88 DISPUTE-OUT-FILE-OK           VALUE '00'.
    01 ACTION-FILE-STATUS            PIC X(02).
        88 ACTION-FILE-OK                VALUE '00'.
    01 OPEN-ITEM-IN-FILE-STATUS      PIC X(02).
        88 OPEN-ITEM-IN-FILE-OK          VALUE '00'.
    01 OPEN-ITEM-OUT-FILE-STATUS     PIC X(02).
        88 OPEN-ITEM-OUT-FILE-OK         VALUE '00'.
    01 REGISTER-REPORT-FILE-STATUS   PIC X(02).
        88 REGISTER-REPORT-FILE-OK       VALUE '00'.
    01 REJECT-REPORT-FILE-STATUS     PIC X(02).
        88 REJECT-REPORT-FILE-OK         VALUE '00'.
    01 AGING-REPORT-FILE-STATUS      PIC X(02).
        88 AGING-REPORT-FILE-OK          VALUE '00'.

    01 ACTION-READ-COUNT      PIC 9(05) VALUE 0.
    01 OPENED-COUNT           PIC 9(05) VALUE 0.
    01 OPENED-AMOUNT          PIC S9(11)V99 VALUE 0.
    01 RESOLVED-COUNT         PIC 9(05) VALUE 0.
    01 RESOLVED-AMOUNT        PIC S9(11)V99 VALUE 0.
    01 REJECT-COUNT           PIC 9(05) VALUE 0.
    01 DISPUTES-IN-COUNT      PIC 9(05) VALUE 0.
    01 DISPUTES-OUT-COUNT     PIC 9(05) VALUE 0.
    01 ITEMS-IN-COUNT         PIC 9(09) VALUE 0.
    01 ITEMS-IN-AMOUNT        PIC S9(11)V99 VALUE 0.
    01 ITEMS-FLAGGED-COUNT    PIC 9(09) VALUE 0.
    01 ITEMS-FLAGGED-AMOUNT   PIC S9(11)V99 VALUE 0.

    01 AGE-CURRENT-COUNT      PIC 9(05) VALUE 0.
    01 AGE-CURRENT-AMOUNT     PIC S9(11)V99 VALUE 0.
    01 AGE-31-60-COUNT        PIC 9(05) VALUE 0.
    01 AGE-31-60-AMOUNT       PIC S9(11)V99 VALUE 0.
    01 AGE-61-90-COUNT        PIC 9(05) VALUE 0.
    01 AGE-61-90-AMOUNT       PIC S9(11)V99 VALUE 0.
    01 AGE-OVER-90-COUNT      PIC 9(05) VALUE 0.
    01 AGE-OVER-90-AMOUNT     PIC S9(11)V99 VALUE 0.
    01 CLOSED-INVOICE-COUNT   PIC 9(05) VALUE 0.

    01 REGISTER-ACTION        PIC X(08).
    01 REGISTER-DISPOSITION   PIC X(08).
    01 REGISTER-REASON        PIC X(30).
    01 REGISTER-CLIENT-ID     PIC 9(05).
    01 REGISTER-TRANS-ID      PIC 9(05).

    01 RUN-DATE-YYYYMMDD.
        05 RUN-YYYY           PIC 9(04).
        05 RUN-MM             PIC 9(02).
        05 RUN-DD             PIC 9(02).
    01 RUN-DATE-NUM           PIC 9(08).
    01 RUN-DATE-INTEGER       PIC 9(09).
    01 OPEN-DATE-INTEGER      PIC 9(09).
    01 DAYS-OPEN              PIC S9(05).

    01 REGISTER-HEADING-1.
        05 FILLER             PIC X(30) VALUE
           'INVOICE DISPUTE REGISTER'.
        05 FILLER             PIC X(10) VALUE SPACES.
        05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
        05 DH1-RUN-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 DH1-RUN-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 DH1-RUN-YYYY       PIC 9999.

    01 REGISTER-HEADING-2.
        05 FILLER             PIC X(10) VALUE 'ACTION    '.
        05 FILLER             PIC X(08) VALUE 'CLIENT  '.
        05 FILLER             PIC X(10) VALUE 'INVOICE   '.
        05 FILLER             PIC X(12) VALUE 'DISPOSITION '.
        05 FILLER             PIC X(30) VALUE 'REASON'.

    01 REGISTER-DETAIL-LINE.
        05 RD-ACTION          PIC X(08).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 RD-CLIENT-ID       PIC ZZZZ9.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 RD-TRANS-ID        PIC ZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 RD-DISPOSITION     PIC X(08).
        05 FILLER             PIC X(04) VALUE SPACES.
        05 RD-REASON          PIC X(30).

    01 REGISTER-ITEM-LINE.
        05 FILLER             PIC X(10) VALUE '  ITEM:   '.
        05 FILLER             PIC X(11) VALUE 'OPENED ON  '.
        05 RI-OPEN-DATE       PIC 9(08).
        05 FILLER             PIC X(03) VALUE SPACES.
        05 FILLER             PIC X(13) VALUE 'OPEN AMOUNT  '.
        05 RI-OPEN-AMOUNT     PIC Z,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 RI-NOTE            PIC X(30).

    01 REJECT-HEADING-1.
        05 FILLER             PIC X(40) VALUE
           'INVOICE DISPUTE - REJECTED ACTIONS'.

    01 REGISTER-TOTAL-LINE.
        05 RT-LABEL           PIC X(26).
        05 RT-COUNT           PIC ZZZZZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 FILLER             PIC X(08) VALUE 'AMOUNT: '.
        05 RT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

    01 AGING-HEADING-1.
        05 FILLER             PIC X(30) VALUE
           'DISPUTES OUTSTANDING'.
        05 FILLER             PIC X(10) VALUE SPACES.
        05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
        05 AH1-RUN-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 AH1-RUN-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 AH1-RUN-YYYY       PIC 9999.

    01 AGING-HEADING-2.
        05 FILLER             PIC X(08) VALUE ' CLIENT '.
        05 FILLER             PIC X(10) VALUE 'INVOICE   '.
        05 FILLER             PIC X(10) VALUE 'OPENED    '.
        05 FILLER             PIC X(06) VALUE '  DAYS'.
        05 FILLER             PIC X(16) VALUE '     OPEN AMOUNT'.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 FILLER             PIC X(30) VALUE 'REASON'.

    01 AGING-DETAIL-LINE.
        05 AD-CLIENT-ID       PIC ZZZZ9.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 AD-TRANS-ID        PIC ZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 AD-OPEN-DATE       PIC 9(08).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 AD-DAYS            PIC ZZZZ9.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 AD-OPEN-AMOUNT     PIC Z,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 AD-REASON          PIC X(30).
        05 FILLER             PIC X(01) VALUE SPACES.
        05 AD-NOTE            PIC X(16).

    01 AGING-TOTAL-LINE.
        05 AT-LABEL           PIC X(26).
        05 FILLER             PIC X(07) VALUE 'COUNT: '.
        05 AT-COUNT           PIC ZZZZZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 FILLER             PIC X(08) VALUE 'AMOUNT: '.
        05 AT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.

    PERFORM OPEN-FILES
    PERFORM WRITE-REPORT-HEADINGS

    PERFORM READ-DISPUTE-IN
    PERFORM READ-ACTION

*>  The same streamed match SUSP-DISP uses: master and actions      >*
*>  are both in client / invoice sequence, so an action either      >*
*>  meets its dispute or proves there is none.                      >*
    PERFORM UNTIL DISPUTE-EOF AND ACTION-EOF
        EVALUATE TRUE
            WHEN ACTION-EOF
             OR (NOT DISPUTE-EOF AND MASTER-KEY < ACTION-KEY)
                PERFORM CARRY-DISPUTE
                PERFORM READ-DISPUTE-IN
            WHEN DISPUTE-EOF OR ACTION-KEY < MASTER-KEY
                PERFORM APPLY-UNMATCHED-ACTION
                PERFORM READ-ACTION
            WHEN OTHER
                PERFORM APPLY-MATCHED-ACTION
                PERFORM READ-DISPUTE-IN
                PERFORM READ-ACTION
        END-EVALUATE
    END-PERFORM

    PERFORM REMARK-OPEN-ITEMS
    PERFORM CONFIRM-NEW-DISPUTES
    PERFORM WRITE-DISPUTE-MASTER
    PERFORM WRITE-OUTSTANDING-REPORT
    PERFORM WRITE-REGISTER-TOTALS
    PERFORM CLOSE-FILES

    STOP RUN
    .

OPEN-FILES.

*>  The dispute master is legitimately absent before the first      >*
*>  dispute is ever opened; every dispute then comes from the       >*
*>  cards.                                                          >*
    OPEN INPUT DISPUTE-IN-FILE
    IF DISPUTE-IN-FILE-NOT-FOUND
        DISPLAY 'DISPUTE-IN-FILE NOT FOUND - NO CARRIED DISPUTES'
        MOVE 'Y' TO DISPUTE-EOF-SW
    ELSE
        IF NOT DISPUTE-IN-FILE-OK
            DISPLAY 'DISPUTE-IN-FILE FAILED TO OPEN - FILE STATUS ' DISPUTE-IN-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN INPUT ACTION-FILE
    IF NOT ACTION-FILE-OK
        DISPLAY 'ACTION-FILE FAILED TO OPEN - FILE STATUS ' ACTION-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT OPEN-ITEM-IN-FILE
    IF NOT OPEN-ITEM-IN-FILE-OK
        DISPLAY 'OPEN-ITEM-IN-FILE FAILED TO OPEN - FILE STATUS ' OPEN-ITEM-IN-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT DISPUTE-OUT-FILE
    IF NOT DISPUTE-OUT-FILE-OK
        DISPLAY 'DISPUTE-OUT-FILE FAILED TO OPEN - FILE STATUS ' DISPUTE-OUT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT OPEN-ITEM-OUT-FILE
    IF NOT OPEN-ITEM-OUT-FILE-OK
        DISPLAY 'OPEN-ITEM-OUT-FILE FAILED TO OPEN - FILE STATUS ' OPEN-ITEM-OUT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT REGISTER-REPORT-FILE
    IF NOT REGISTER-REPORT-FILE-OK
        DISPLAY 'REGISTER-REPORT-FILE FAILED TO OPEN - FILE STATUS ' REGISTER-REPORT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT REJECT-REPORT-FILE
    IF NOT REJECT-REPORT-FILE-OK
        DISPLAY 'REJECT-REPORT-FILE FAILED TO OPEN - FILE STATUS ' REJECT-REPORT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT AGING-REPORT-FILE
    IF NOT AGING-REPORT-FILE-OK
        DISPLAY 'AGING-REPORT-FILE FAILED TO OPEN - FILE STATUS ' AGING-REPORT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
    MOVE RUN-DATE-YYYYMMDD TO RUN-DATE-NUM
    COMPUTE RUN-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)
    .

READ-DISPUTE-IN.

    IF NOT DISPUTE-EOF
        READ DISPUTE-IN-FILE
            AT END MOVE 'Y' TO DISPUTE-EOF-SW
        END-READ
        IF NOT DISPUTE-EOF
            ADD 1             TO DISPUTES-IN-COUNT
            MOVE DI-CLIENT-ID TO MK-CLIENT-ID
            MOVE DI-TRANS-ID  TO MK-TRANS-ID
        END-IF
    END-IF
    .

READ-ACTION.

*>  Keeps reading until a usable action arrives; an out-of-         >*
*>  sequence card, an unknown action, or an OPEN missing its reason >*
*>  or carrying a bad date is rejected here so the match loop only  >*
*>  ever sees clean input - the discipline SUSP-DISP applies to its >*
*>  decision file.  Keys must rise strictly: one action per invoice >*
*>  per run.                                                        >*
    MOVE 'N' TO ACTION-VALID-SW

    PERFORM UNTIL ACTION-EOF OR ACTION-VALID
        READ ACTION-FILE
            AT END MOVE 'Y' TO ACTION-EOF-SW
        END-READ

        IF NOT ACTION-EOF
            ADD 1 TO ACTION-READ-COUNT
            EVALUATE TRUE
                WHEN DA-CLIENT-ID NOT NUMERIC
                 OR DA-TRANS-ID NOT NUMERIC
                    PERFORM REJECT-INVALID-KEY
                WHEN DA-CLIENT-ID < PREV-CLIENT-ID
                 OR (DA-CLIENT-ID = PREV-CLIENT-ID
                     AND DA-TRANS-ID NOT > PREV-TRANS-ID)
                    PERFORM REJECT-OUT-OF-SEQUENCE
                WHEN NOT DA-VALID-ACTION
                    PERFORM NOTE-ACTION-KEY
                    PERFORM REJECT-INVALID-ACTION
                WHEN DA-OPEN AND DA-REASON = SPACES
                    PERFORM NOTE-ACTION-KEY
                    PERFORM REJECT-REASON-MISSING
                WHEN DA-OPEN AND DA-OPEN-DATE NOT NUMERIC
                    PERFORM NOTE-ACTION-KEY
                    PERFORM REJECT-INVALID-DATE
                WHEN DA-OPEN AND DA-OPEN-DATE > RUN-DATE-NUM
                    PERFORM NOTE-ACTION-KEY
                    PERFORM REJECT-INVALID-DATE
                WHEN OTHER
                    PERFORM NOTE-ACTION-KEY
                    MOVE 'Y' TO ACTION-VALID-SW
            END-EVALUATE
        END-IF
    END-PERFORM
    .

NOTE-ACTION-KEY.

    MOVE DA-CLIENT-ID  TO PREV-CLIENT-ID
                          AK-CLIENT-ID
    MOVE DA-TRANS-ID   TO PREV-TRANS-ID
                          AK-TRANS-ID
    .

ADD-TABLE-ENTRY.

    IF DISPUTE-COUNT >= 3000
        DISPLAY 'DISPUTES EXCEED TABLE-DISPUTE CAPACITY (3000) - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1                 TO DISPUTE-COUNT
    MOVE 'N'              TO DT-FOUND-SW(DISPUTE-COUNT)
    MOVE 0                TO DT-INVOICE-DATE(DISPUTE-COUNT)
                             DT-OPEN-AMOUNT(DISPUTE-COUNT)
    MOVE SPACES           TO DT-RESOLUTION(DISPUTE-COUNT)
    .

CARRY-DISPUTE.

*>  No action for this dispute - it stays open as it was.           >*
    PERFORM ADD-TABLE-ENTRY
    MOVE DI-CLIENT-ID     TO DT-CLIENT-ID(DISPUTE-COUNT)
    MOVE DI-TRANS-ID      TO DT-TRANS-ID(DISPUTE-COUNT)
    MOVE DI-OPEN-DATE     TO DT-OPEN-DATE(DISPUTE-COUNT)
    MOVE DI-REASON        TO DT-REASON(DISPUTE-COUNT)
    MOVE 'C'              TO DT-STATUS-SW(DISPUTE-COUNT)
    .

APPLY-UNMATCHED-ACTION.

*>  No dispute on file for the invoice: an OPEN starts one, subject >*
*>  to the invoice being found open when the open-item file is      >*
*>  re-marked; a RESOLVE has nothing to resolve.                    >*
    IF DA-OPEN
        PERFORM ADD-TABLE-ENTRY
        MOVE DA-CLIENT-ID     TO DT-CLIENT-ID(DISPUTE-COUNT)
        MOVE DA-TRANS-ID      TO DT-TRANS-ID(DISPUTE-COUNT)
        IF DA-OPEN-DATE = 0
            MOVE RUN-DATE-NUM TO DT-OPEN-DATE(DISPUTE-COUNT)
        ELSE
            MOVE DA-OPEN-DATE TO DT-OPEN-DATE(DISPUTE-COUNT)
        END-IF
        MOVE DA-REASON        TO DT-REASON(DISPUTE-COUNT)
        MOVE 'N'              TO DT-STATUS-SW(DISPUTE-COUNT)
    ELSE
        PERFORM NAME-REGISTER-ACTION
        MOVE 'NO OPEN DISPUTE FOR INVOICE' TO REGISTER-REASON
        PERFORM WRITE-REJECT-ENTRY
    END-IF
    .

APPLY-MATCHED-ACTION.

    PERFORM CARRY-DISPUTE
    IF DA-RESOLVE
        MOVE 'R'              TO DT-STATUS-SW(DISPUTE-COUNT)
        MOVE DA-REASON        TO DT-RESOLUTION(DISPUTE-COUNT)
    ELSE
        PERFORM NAME-REGISTER-ACTION
        MOVE 'DISPUTE ALREADY OPEN'        TO REGISTER-REASON
        PERFORM WRITE-REJECT-ENTRY
    END-IF
    .

REMARK-OPEN-ITEMS.

*>  Every open item is rewritten with its flag set from the dispute >*
*>  table alone, so a flag left behind by anything else is cleared  >*
*>  and a resolved dispute releases its invoice.  The open amount   >*
*>  found here is what the register and the outstanding report      >*
*>  show for each dispute.                                          >*
    PERFORM UNTIL OPEN-IN-EOF
        READ OPEN-ITEM-IN-FILE
            AT END MOVE 'Y' TO OPEN-IN-EOF-SW
        END-READ
        IF NOT OPEN-IN-EOF
            ADD 1                  TO ITEMS-IN-COUNT
            ADD OI-OPEN-AMMOUNT    TO ITEMS-IN-AMOUNT
            MOVE OPEN-ITEM-IN-RECORD TO OPEN-ITEM-OUT-RECORD
            MOVE SPACE             TO OO-DISPUTE-FLAG
            PERFORM FIND-DISPUTE-ENTRY
            IF MATCH-FOUND
                MOVE 'Y'             TO DT-FOUND-SW(IDX-MATCH)
                MOVE OI-TRANS-DATE   TO DT-INVOICE-DATE(IDX-MATCH)
                MOVE OI-OPEN-AMMOUNT TO DT-OPEN-AMOUNT(IDX-MATCH)
                IF DT-STILL-OPEN(IDX-MATCH)
                    MOVE 'D'         TO OO-DISPUTE-FLAG
                    ADD 1            TO ITEMS-FLAGGED-COUNT
                    ADD OI-OPEN-AMMOUNT TO ITEMS-FLAGGED-AMOUNT
                END-IF
            END-IF
            WRITE OPEN-ITEM-OUT-RECORD
        END-IF
    END-PERFORM
    .

FIND-DISPUTE-ENTRY.

    MOVE 'N'  TO MATCH-FOUND-SW
    MOVE 0    TO IDX-DISPUTE
    PERFORM UNTIL IDX-DISPUTE EQUAL DISPUTE-COUNT OR MATCH-FOUND
        ADD 1  TO IDX-DISPUTE
        IF DT-CLIENT-ID(IDX-DISPUTE) = OI-CLIENT-ID
         AND DT-TRANS-ID(IDX-DISPUTE) = OI-TRANS-ID
            MOVE 'Y'          TO MATCH-FOUND-SW
            MOVE IDX-DISPUTE  TO IDX-MATCH
        END-IF
    END-PERFORM
    .

CONFIRM-NEW-DISPUTES.

*>  Works the table in key order and prints each applied action.  A >*
*>  new dispute whose invoice never turned up open for that client  >*
*>  is refused - it has flagged nothing, so refusing it here leaves >*
*>  the open-item file exactly as it would have been.               >*
    MOVE 0  TO IDX-DISPUTE
    PERFORM UNTIL IDX-DISPUTE EQUAL DISPUTE-COUNT
        ADD 1  TO IDX-DISPUTE
        MOVE DT-CLIENT-ID(IDX-DISPUTE) TO REGISTER-CLIENT-ID
        MOVE DT-TRANS-ID(IDX-DISPUTE)  TO REGISTER-TRANS-ID
        EVALUATE TRUE
            WHEN DT-NEWLY-OPENED(IDX-DISPUTE)
             AND NOT DT-INVOICE-OPEN(IDX-DISPUTE)
                MOVE 'X'         TO DT-STATUS-SW(IDX-DISPUTE)
                MOVE 'OPEN    '  TO REGISTER-ACTION
                MOVE 'INVOICE NOT OPEN FOR CLIENT' TO REGISTER-REASON
                PERFORM WRITE-REJECT-ENTRY
            WHEN DT-NEWLY-OPENED(IDX-DISPUTE)
                ADD 1            TO OPENED-COUNT
                ADD DT-OPEN-AMOUNT(IDX-DISPUTE) TO OPENED-AMOUNT
                MOVE 'OPEN    '  TO REGISTER-ACTION
                MOVE 'APPLIED '  TO REGISTER-DISPOSITION
                MOVE DT-REASON(IDX-DISPUTE)     TO REGISTER-REASON
                PERFORM WRITE-REGISTER-LINE
                PERFORM WRITE-ITEM-IMAGE
            WHEN DT-RESOLVED(IDX-DISPUTE)
                ADD 1            TO RESOLVED-COUNT
                ADD DT-OPEN-AMOUNT(IDX-DISPUTE) TO RESOLVED-AMOUNT
                MOVE 'RESOLVE '  TO REGISTER-ACTION
                MOVE 'APPLIED '  TO REGISTER-DISPOSITION
                MOVE DT-RESOLUTION(IDX-DISPUTE) TO REGISTER-REASON
                PERFORM WRITE-REGISTER-LINE
                PERFORM WRITE-ITEM-IMAGE
        END-EVALUATE
    END-PERFORM
    .

WRITE-DISPUTE-MASTER.

    MOVE 0  TO IDX-DISPUTE
    PERFORM UNTIL IDX-DISPUTE EQUAL DISPUTE-COUNT
        ADD 1  TO IDX-DISPUTE
        IF DT-STILL-OPEN(IDX-DISPUTE)
            MOVE DT-CLIENT-ID(IDX-DISPUTE)  TO DO-CLIENT-ID
            MOVE DT-TRANS-ID(IDX-DISPUTE)   TO DO-TRANS-ID
            MOVE DT-OPEN-DATE(IDX-DISPUTE)  TO DO-OPEN-DATE
            MOVE DT-REASON(IDX-DISPUTE)     TO DO-REASON
            WRITE DISPUTE-OUT-RECORD
            ADD 1  TO DISPUTES-OUT-COUNT
        END-IF
    END-PERFORM
    .

WRITE-OUTSTANDING-REPORT.

*>  Aged by the date the dispute was opened, not the invoice        >*
*>  date: the question this answers is how long credit control      >*
*>  has had it.  A dispute whose invoice has since been paid or     >*
*>  written off stays open until someone resolves it, and says      >*
*>  so.                                                             >*
    MOVE RUN-MM    TO AH1-RUN-MM
    MOVE RUN-DD    TO AH1-RUN-DD
    MOVE RUN-YYYY  TO AH1-RUN-YYYY
    WRITE AGING-LINE FROM AGING-HEADING-1
    MOVE SPACES    TO AGING-LINE
    WRITE AGING-LINE
    WRITE AGING-LINE FROM AGING-HEADING-2

    MOVE 0  TO IDX-DISPUTE
    PERFORM UNTIL IDX-DISPUTE EQUAL DISPUTE-COUNT
        ADD 1  TO IDX-DISPUTE
        IF DT-STILL-OPEN(IDX-DISPUTE)
            PERFORM AGE-ONE-DISPUTE
        END-IF
    END-PERFORM

    MOVE SPACES                     TO AGING-LINE
    WRITE AGING-LINE

    MOVE 'OPEN 0-30 DAYS            ' TO AT-LABEL
    MOVE AGE-CURRENT-COUNT          TO AT-COUNT
    MOVE AGE-CURRENT-AMOUNT         TO AT-AMOUNT
    WRITE AGING-LINE FROM AGING-TOTAL-LINE

    MOVE 'OPEN 31-60 DAYS           ' TO AT-LABEL
    MOVE AGE-31-60-COUNT            TO AT-COUNT
    MOVE AGE-31-60-AMOUNT           TO AT-AMOUNT
    WRITE AGING-LINE FROM AGING-TOTAL-LINE

    MOVE 'OPEN 61-90 DAYS           ' TO AT-LABEL
    MOVE AGE-61-90-COUNT            TO AT-COUNT
    MOVE AGE-61-90-AMOUNT           TO AT-AMOUNT
    WRITE AGING-LINE FROM AGING-TOTAL-LINE

    MOVE 'OPEN OVER 90 DAYS         ' TO AT-LABEL
    MOVE AGE-OVER-90-COUNT          TO AT-COUNT
    MOVE AGE-OVER-90-AMOUNT         TO AT-AMOUNT
    WRITE AGING-LINE FROM AGING-TOTAL-LINE

    MOVE 'INVOICE NO LONGER OPEN    ' TO AT-LABEL
    MOVE CLOSED-INVOICE-COUNT       TO AT-COUNT
    MOVE 0                          TO AT-AMOUNT
    WRITE AGING-LINE FROM AGING-TOTAL-LINE

    MOVE 'DISPUTES OUTSTANDING      ' TO AT-LABEL
    MOVE DISPUTES-OUT-COUNT         TO AT-COUNT
    MOVE ITEMS-FLAGGED-AMOUNT       TO AT-AMOUNT
    WRITE AGING-LINE FROM AGING-TOTAL-LINE
    .

AGE-ONE-DISPUTE.

    COMPUTE OPEN-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(DT-OPEN-DATE(IDX-DISPUTE))
    COMPUTE DAYS-OPEN = RUN-DATE-INTEGER - OPEN-DATE-INTEGER

    EVALUATE TRUE
        WHEN DAYS-OPEN <= 30
            ADD 1                           TO AGE-CURRENT-COUNT
            ADD DT-OPEN-AMOUNT(IDX-DISPUTE) TO AGE-CURRENT-AMOUNT
        WHEN DAYS-OPEN <= 60
            ADD 1                           TO AGE-31-60-COUNT
            ADD DT-OPEN-AMOUNT(IDX-DISPUTE) TO AGE-31-60-AMOUNT
        WHEN DAYS-OPEN <= 90
            ADD 1                           TO AGE-61-90-COUNT
            ADD DT-OPEN-AMOUNT(IDX-DISPUTE) TO AGE-61-90-AMOUNT
        WHEN OTHER
            ADD 1                           TO AGE-OVER-90-COUNT
            ADD DT-OPEN-AMOUNT(IDX-DISPUTE) TO AGE-OVER-90-AMOUNT
    END-EVALUATE

    MOVE SPACES                         TO AGING-LINE
    MOVE DT-CLIENT-ID(IDX-DISPUTE)      TO AD-CLIENT-ID
    MOVE DT-TRANS-ID(IDX-DISPUTE)       TO AD-TRANS-ID
    MOVE DT-OPEN-DATE(IDX-DISPUTE)      TO AD-OPEN-DATE
    MOVE DAYS-OPEN                      TO AD-DAYS
    MOVE DT-OPEN-AMOUNT(IDX-DISPUTE)    TO AD-OPEN-AMOUNT
    MOVE DT-REASON(IDX-DISPUTE)         TO AD-REASON
    IF DT-INVOICE-OPEN(IDX-DISPUTE)
        MOVE SPACES                     TO AD-NOTE
    ELSE
        MOVE 'INVOICE CLOSED'           TO AD-NOTE
        ADD 1                           TO CLOSED-INVOICE-COUNT
    END-IF
    WRITE AGING-LINE FROM AGING-DETAIL-LINE
    .

REJECT-INVALID-KEY.

    PERFORM NAME-REGISTER-ACTION
    MOVE 'CLIENT OR INVOICE NOT NUMERIC' TO REGISTER-REASON
    PERFORM WRITE-REJECT-ENTRY
    .

REJECT-OUT-OF-SEQUENCE.

    PERFORM NAME-REGISTER-ACTION
    MOVE 'ACTION OUT OF SEQUENCE'      TO REGISTER-REASON
    PERFORM WRITE-REJECT-ENTRY
    .

REJECT-INVALID-ACTION.

    PERFORM NAME-REGISTER-ACTION
    MOVE 'INVALID ACTION CODE'         TO REGISTER-REASON
    PERFORM WRITE-REJECT-ENTRY
    .

REJECT-REASON-MISSING.

    PERFORM NAME-REGISTER-ACTION
    MOVE 'DISPUTE REASON MISSING'      TO REGISTER-REASON
    PERFORM WRITE-REJECT-ENTRY
    .

REJECT-INVALID-DATE.

    PERFORM NAME-REGISTER-ACTION
    MOVE 'OPEN DATE INVALID OR FUTURE' TO REGISTER-REASON
    PERFORM WRITE-REJECT-ENTRY
    .

NAME-REGISTER-ACTION.

    EVALUATE TRUE
        WHEN DA-OPEN     MOVE 'OPEN    ' TO REGISTER-ACTION
        WHEN DA-RESOLVE  MOVE 'RESOLVE ' TO REGISTER-ACTION
        WHEN OTHER       MOVE DA-ACTION  TO REGISTER-ACTION
    END-EVALUATE
    IF DA-CLIENT-ID NUMERIC
        MOVE DA-CLIENT-ID  TO REGISTER-CLIENT-ID
    ELSE
        MOVE 0             TO REGISTER-CLIENT-ID
    END-IF
    IF DA-TRANS-ID NUMERIC
        MOVE DA-TRANS-ID   TO REGISTER-TRANS-ID
    ELSE
        MOVE 0             TO REGISTER-TRANS-ID
    END-IF
    .

WRITE-REPORT-HEADINGS.

    MOVE RUN-MM    TO DH1-RUN-MM
    MOVE RUN-DD    TO DH1-RUN-DD
    MOVE RUN-YYYY  TO DH1-RUN-YYYY
    WRITE REGISTER-LINE FROM REGISTER-HEADING-1
    MOVE SPACES    TO REGISTER-LINE
    WRITE REGISTER-LINE
    WRITE REGISTER-LINE FROM REGISTER-HEADING-2

    WRITE REJECT-LINE FROM REJECT-HEADING-1
    MOVE SPACES    TO REJECT-LINE
    WRITE REJECT-LINE
    WRITE REJECT-LINE FROM REGISTER-HEADING-2
    .

WRITE-REGISTER-LINE.

    MOVE SPACES                TO REGISTER-LINE
    MOVE REGISTER-ACTION       TO RD-ACTION
    MOVE REGISTER-CLIENT-ID    TO RD-CLIENT-ID
    MOVE REGISTER-TRANS-ID     TO RD-TRANS-ID
    MOVE REGISTER-DISPOSITION  TO RD-DISPOSITION
    MOVE REGISTER-REASON       TO RD-REASON
    WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
    .

WRITE-ITEM-IMAGE.

    MOVE DT-OPEN-DATE(IDX-DISPUTE)     TO RI-OPEN-DATE
    MOVE DT-OPEN-AMOUNT(IDX-DISPUTE)   TO RI-OPEN-AMOUNT
    IF DT-INVOICE-OPEN(IDX-DISPUTE)
        MOVE SPACES                    TO RI-NOTE
    ELSE
        MOVE 'INVOICE NO LONGER OPEN'  TO RI-NOTE
    END-IF
    WRITE REGISTER-LINE FROM REGISTER-ITEM-LINE
    .

WRITE-REJECT-ENTRY.

    ADD 1                      TO REJECT-COUNT
    MOVE 'REJECTED'            TO REGISTER-DISPOSITION
    PERFORM WRITE-REGISTER-LINE

    MOVE SPACES                TO REJECT-LINE
    MOVE REGISTER-ACTION       TO RD-ACTION
    MOVE REGISTER-CLIENT-ID    TO RD-CLIENT-ID
    MOVE REGISTER-TRANS-ID     TO RD-TRANS-ID
    MOVE REGISTER-DISPOSITION  TO RD-DISPOSITION
    MOVE REGISTER-REASON       TO RD-REASON
    WRITE REJECT-LINE FROM REGISTER-DETAIL-LINE
    .

WRITE-REGISTER-TOTALS.

    MOVE SPACES                     TO REGISTER-LINE
    WRITE REGISTER-LINE

    MOVE 'ACTIONS READ              ' TO RT-LABEL
    MOVE ACTION-READ-COUNT          TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'DISPUTES OPENED           ' TO RT-LABEL
    MOVE OPENED-COUNT               TO RT-COUNT
    MOVE OPENED-AMOUNT              TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'DISPUTES RESOLVED         ' TO RT-LABEL
    MOVE RESOLVED-COUNT             TO RT-COUNT
    MOVE RESOLVED-AMOUNT            TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'ACTIONS REJECTED          ' TO RT-LABEL
    MOVE REJECT-COUNT               TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'DISPUTES CARRIED IN       ' TO RT-LABEL
    MOVE DISPUTES-IN-COUNT          TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'DISPUTES CARRIED OUT      ' TO RT-LABEL
    MOVE DISPUTES-OUT-COUNT         TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'OPEN ITEMS IN AND OUT     ' TO RT-LABEL
    MOVE ITEMS-IN-COUNT             TO RT-COUNT
    MOVE ITEMS-IN-AMOUNT            TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'OPEN ITEMS FLAGGED        ' TO RT-LABEL
    MOVE ITEMS-FLAGGED-COUNT        TO RT-COUNT
    MOVE ITEMS-FLAGGED-AMOUNT       TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE SPACES                     TO REJECT-LINE
    WRITE REJECT-LINE
    MOVE 'ACTIONS REJECTED          ' TO RT-LABEL
    MOVE REJECT-COUNT               TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REJECT-LINE FROM REGISTER-TOTAL-LINE

    IF REJECT-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    .

CLOSE-FILES.

    IF NOT DISPUTE-IN-FILE-NOT-FOUND
        CLOSE DISPUTE-IN-FILE
    END-IF
    CLOSE ACTION-FILE
    CLOSE OPEN-ITEM-IN-FILE
    CLOSE DISPUTE-OUT-FILE
    CLOSE OPEN-ITEM-OUT-FILE
    CLOSE REGISTER-REPORT-FILE
    CLOSE REJECT-REPORT-FILE
    CLOSE AGING-REPORT-FILE
    .
