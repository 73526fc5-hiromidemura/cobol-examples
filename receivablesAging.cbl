*> days gets a dunning letter - a formatted page with the address   >*
*> from the client master, the overdue amount and the oldest        >*
*> unpaid date, the way CLIENT-STMT already produces statements.    >*
*> Invoices under dispute (flagged on the open-item file by         >*
*> DISPUTE-MAINT) come out before the balance is aged: their open   >*
*> amount prints in a DISPUTED column of its own, their posted      >*
*> debits do not feed the buckets, and so a client whose only late  >*
*> debt is disputed never gets a letter.                            >*
*> Every client left with debt in the over-90 bucket also goes out  >*
*> on the overdue history, carrying a count of consecutive month    >*
*> ends it has been there (last month's history plus one); the      >*
*> bad-debt proposal run picks its write-off candidates from it.    >*
*> The run is refused if the period control file shows the open     >*
*> month already aged, or FIN-CHARGE not yet complete for it - the  >*
*> overdue history must not count a month twice; a clean run marks  >*
*> RECV-AGE complete.                                               >*

IDENTIFICATION DIVISION.
PROGRAM-ID. RECV-AGE.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SORTED-POSTED-FILE-STATUS.

    SELECT OPEN-ITEM-FILE
        ASSIGN TO "OPENITEM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPEN-ITEM-FILE-STATUS.

    SELECT OVERDUE-HIST-IN-FILE
        ASSIGN TO "ODHISTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OVERDUE-HIST-IN-FILE-STATUS.

    SELECT OVERDUE-HIST-OUT-FILE
        ASSIGN TO "ODHISTOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OVERDUE-HIST-OUT-FILE-STATUS.

    SELECT AGING-REPORT-FILE
        ASSIGN TO "RECVRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DUNNING-REPORT-FILE-STATUS.

    SELECT PERIOD-CONTROL-FILE
        ASSIGN TO "PERIODCF"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS RANDOM
        RELATIVE KEY IS PERIOD-KEY
        FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

        05 PT-TRANS-DATE      PIC 9(08).
        05 PT-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 PT-TRANS-TYPE      PIC X(02).
        05 FILLER             PIC X(05).
        05 FILLER             PIC X(08).

SD  POSTED-SORT-FILE.
    01 POSTED-SORT-RECORD.
        05 PS-TRANS-DATE      PIC 9(08).
        05 PS-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 PS-TRANS-TYPE      PIC X(02).
        05 FILLER             PIC X(05).
        05 FILLER             PIC X(08).

FD  SORTED-POSTED-FILE.
    01 SORTED-POSTED-RECORD.
        05 SP-TRANS-DATE      PIC 9(08).
        05 SP-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 SP-TRANS-TYPE      PIC X(02).
        05 FILLER             PIC X(05).
        05 FILLER             PIC X(08).

FD  OPEN-ITEM-FILE.
    01 OPEN-ITEM-RECORD.
        05 OI-CLIENT-ID       PIC 9(05).
        05 OI-TRANS-DATE      PIC 9(08).
        05 OI-TRANS-ID        PIC 9(05).
        05 OI-ORIG-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OI-OPEN-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OI-DISPUTE-FLAG    PIC X(01).
            88 OI-DISPUTED    VALUE 'D'.

FD  OVERDUE-HIST-IN-FILE.
    01 OVERDUE-HIST-IN-RECORD.
        05 ODI-CLIENT-ID      PIC 9(05).
        05 ODI-AGED-DATE      PIC 9(08).
        05 ODI-BALANCE        PIC S9(09)V99 SIGN IS TRAILING SEPARATE.
        05 ODI-OVER-90        PIC S9(09)V99 SIGN IS TRAILING SEPARATE.
        05 ODI-OVER-90-MONTHS PIC 9(03).

FD  OVERDUE-HIST-OUT-FILE.
    01 OVERDUE-HIST-OUT-RECORD.
        05 ODO-CLIENT-ID      PIC 9(05).
        05 ODO-AGED-DATE      PIC 9(08).
        05 ODO-BALANCE        PIC S9(09)V99 SIGN IS TRAILING SEPARATE.
        05 ODO-OVER-90        PIC S9(09)V99 SIGN IS TRAILING SEPARATE.
        05 ODO-OVER-90-MONTHS PIC 9(03).

FD  AGING-REPORT-FILE.
    01 AGING-LINE             PIC X(130).

FD  DUNNING-REPORT-FILE.
    01 DUNNING-LINE           PIC X(80).

*>  The one-record period control file PERIOD-CLOSE maintains.      >*
FD  PERIOD-CONTROL-FILE.
    01 PERIOD-CONTROL-RECORD.
        05 PC-OPEN-PERIOD     PIC 9(06).
        05 PC-LAST-CLOSED     PIC 9(06).
        05 PC-CLOSE-DATE      PIC 9(08).
        05 PC-STMT-STATUS     PIC X(01).
            88 PC-STMT-DONE   VALUE 'C'.
        05 PC-STMT-RUN-DATE   PIC 9(08).
        05 PC-FINCHG-STATUS   PIC X(01).
            88 PC-FINCHG-DONE VALUE 'C'.
        05 PC-FINCHG-RUN-DATE PIC 9(08).
        05 PC-AGING-STATUS    PIC X(01).
            88 PC-AGING-DONE  VALUE 'C'.
        05 PC-AGING-RUN-DATE  PIC 9(08).

WORKING-STORAGE SECTION.

    01 PERIOD-KEY             PIC 9(05) VALUE 1.
    01 PERIOD-CONTROL-FILE-STATUS    PIC X(02).
        88 PERIOD-CONTROL-FILE-OK        VALUE '00'.

*>  The client being aged.  Address fields come from the master     >*
*>  for the dunning letter; a balance carried for a client no       >*
*>  longer on the master still ages and still letters, flagged,     >*
    01 OVERDUE-AMOUNT         PIC S9(09)V99.
    01 OLDEST-DEBIT-DATE      PIC 9(08).

*>  The client's disputed invoices.  Their posted debits are left   >*
*>  out of the age totals and their open amount out of the balance  >*
*>  being allocated, so disputed debt can neither age into a bucket >*
*>  nor push undisputed debt into one.                              >*
    01 TABLE-DISPUTED.
        05 DISPUTED-ENTRY  OCCURS 500 TIMES.
            10 DS-TRANS-ID        PIC 9(05).
    01 DISPUTED-ITEM-COUNT    PIC 9(05).
    01 IDX-DISPUTED           PIC 9(05).
    01 DISPUTED-HIT-SW        PIC X(01).
        88 DISPUTED-HIT       VALUE 'Y'.
    01 DISPUTED-OPEN-TOTAL    PIC S9(09)V99.
    01 ALLOC-DISPUTED         PIC S9(09)V99.
    01 AGEABLE-BALANCE        PIC S9(09)V99.

    01 CLIENT-EOF-SW          PIC X(01) VALUE 'N'.
        88 CLIENT-EOF         VALUE 'Y'.
    01 BALANCE-EOF-SW         PIC X(01) VALUE 'N'.
        88 BALANCE-EOF        VALUE 'Y'.
    01 POSTED-EOF-SW          PIC X(01) VALUE 'N'.
        88 POSTED-EOF         VALUE 'Y'.
    01 OPEN-ITEM-EOF-SW       PIC X(01) VALUE 'N'.
        88 OPEN-ITEM-EOF      VALUE 'Y'.
    01 OVERDUE-HIST-EOF-SW    PIC X(01) VALUE 'N'.
        88 OVERDUE-HIST-EOF   VALUE 'Y'.

    01 CLIENT-MASTER-FILE-STATUS     PIC X(02).
        88 CLIENT-MASTER-FILE-OK         VALUE '00'.
        88 POSTED-TRANS-FILE-OK          VALUE '00'.
    01 SORTED-POSTED-FILE-STATUS     PIC X(02).
        88 SORTED-POSTED-FILE-OK         VALUE '00'.
    01 OPEN-ITEM-FILE-STATUS         PIC X(02).
        88 OPEN-ITEM-FILE-OK             VALUE '00'.
        88 OPEN-ITEM-FILE-NOT-FOUND      VALUE '35'.
    01 OVERDUE-HIST-IN-FILE-STATUS   PIC X(02).
        88 OVERDUE-HIST-IN-FILE-OK       VALUE '00'.
        88 OVERDUE-HIST-IN-FILE-NOT-FOUND VALUE '35'.
    01 OVERDUE-HIST-OUT-FILE-STATUS  PIC X(02).
        88 OVERDUE-HIST-OUT-FILE-OK      VALUE '00'.
    01 AGING-REPORT-FILE-STATUS      PIC X(02).
        88 AGING-REPORT-FILE-OK          VALUE '00'.
    01 DUNNING-REPORT-FILE-STATUS    PIC X(02).
    01 TOTAL-61-90-AMOUNT     PIC S9(11)V99 VALUE 0.
    01 TOTAL-OVER-90-COUNT    PIC 9(09) VALUE 0.
    01 TOTAL-OVER-90-AMOUNT   PIC S9(11)V99 VALUE 0.
    01 TOTAL-DISPUTED-COUNT   PIC 9(09) VALUE 0.
    01 TOTAL-DISPUTED-AMOUNT  PIC S9(11)V99 VALUE 0.
    01 DISPUTE-ONLY-COUNT     PIC 9(09) VALUE 0.
    01 OVERDUE-HIST-COUNT     PIC 9(09) VALUE 0.
    01 OVERDUE-HIST-AMOUNT    PIC S9(11)V99 VALUE 0.

    01 RUN-DATE-YYYYMMDD.
        05 RUN-YYYY           PIC 9(04).
        05 FILLER             PIC X(17) VALUE '       31-60 DAYS'.
        05 FILLER             PIC X(17) VALUE '       61-90 DAYS'.
        05 FILLER             PIC X(17) VALUE '     OVER 90 DAYS'.
        05 FILLER             PIC X(17) VALUE '         DISPUTED'.

    01 AGING-DETAIL-LINE.
        05 AG-CLIENT-ID       PIC ZZZZ9.
        05 AG-61-90           PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 AG-OVER-90         PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 AG-DISPUTED        PIC ZZZ,ZZZ,ZZ9.99-.

    01 AGING-BUCKET-LINE.
        05 AB-LABEL           PIC X(22).
        05 FILLER             PIC X(08) VALUE SPACES.
        05 DN-OVERDUE         PIC Z,ZZZ,ZZZ,ZZ9.99-.

    01 DUNN-DISPUTED-LINE.
        05 FILLER             PIC X(32) VALUE
           'UNDER DISPUTE (NOT INCLUDED)'.
        05 FILLER             PIC X(08) VALUE SPACES.
        05 DN-DISPUTED        PIC Z,ZZZ,ZZZ,ZZ9.99-.

    01 DUNN-OLDEST-LINE.
        05 FILLER             PIC X(21) VALUE
           'OLDEST UNPAID DATE:  '.

PROCEDURE DIVISION.

    PERFORM CHECK-PERIOD-CONTROL
    PERFORM OPEN-FILES
    PERFORM SORT-POSTED-INPUT
    PERFORM OPEN-SORTED-POSTED

    PERFORM READ-CLIENT-MASTER
    PERFORM READ-SORTED-POSTED
    PERFORM READ-OPEN-ITEM
    PERFORM READ-OVERDUE-HIST-IN
    PERFORM READ-BALANCE-IN

*>  The balance master drives: it is the debt being aged, and       >*

    PERFORM WRITE-AGING-TOTALS
    PERFORM CLOSE-FILES
    PERFORM MARK-PERIOD-COMPLETE

    STOP RUN
    .

CHECK-PERIOD-CONTROL.

*>  The month-end jobs run once per accounting period, in the order >*
*>  CLIENT-STMT, FIN-CHARGE, RECV-AGE, before PERIOD-CLOSE locks    >*
*>  the month.  A second run for the period, or a run ahead of its  >*
*>  predecessor, is refused before anything is read or written.     >*
    OPEN I-O PERIOD-CONTROL-FILE
    IF NOT PERIOD-CONTROL-FILE-OK
        DISPLAY 'PERIOD-CONTROL-FILE FAILED TO OPEN - FILE STATUS ' PERIOD-CONTROL-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    READ PERIOD-CONTROL-FILE
        INVALID KEY MOVE 0 TO PC-OPEN-PERIOD
    END-READ
    IF PC-OPEN-PERIOD = 0
        DISPLAY 'PERIOD-CONTROL-FILE NOT INITIALIZED - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    IF PC-AGING-DONE
        DISPLAY 'RECV-AGE ALREADY COMPLETE FOR PERIOD ' PC-OPEN-PERIOD
                ' - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT PC-FINCHG-DONE
        DISPLAY 'FIN-CHARGE NOT YET COMPLETE FOR PERIOD ' PC-OPEN-PERIOD
                ' - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    .

MARK-PERIOD-COMPLETE.

*>  Only a run that reaches the end marks the period; one that      >*
*>  stops short leaves the job outstanding and can be rerun.        >*
    MOVE 'C'                 TO PC-AGING-STATUS
    MOVE RUN-DATE-YYYYMMDD   TO PC-AGING-RUN-DATE
    REWRITE PERIOD-CONTROL-RECORD
    IF NOT PERIOD-CONTROL-FILE-OK
        DISPLAY 'PERIOD-CONTROL-FILE REWRITE FAILED - FILE STATUS ' PERIOD-CONTROL-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE PERIOD-CONTROL-FILE
    .

OPEN-FILES.

    OPEN INPUT CLIENT-MASTER-FILE
        STOP RUN
    END-IF

*>  The open-item file is legitimately absent before CASH-APPLY has >*
*>  cataloged its first generation; nothing is then under dispute.  >*
    OPEN INPUT OPEN-ITEM-FILE
    IF OPEN-ITEM-FILE-NOT-FOUND
        DISPLAY 'OPEN-ITEM-FILE NOT FOUND - NO DISPUTED ITEMS SET ASIDE'
        MOVE 'Y' TO OPEN-ITEM-EOF-SW
    ELSE
        IF NOT OPEN-ITEM-FILE-OK
            DISPLAY 'OPEN-ITEM-FILE FAILED TO OPEN - FILE STATUS ' OPEN-ITEM-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

*>  Last month's overdue history is absent until the first one has >*
*>  been cataloged; every over-90 client then starts at one.        >*
    OPEN INPUT OVERDUE-HIST-IN-FILE
    IF OVERDUE-HIST-IN-FILE-NOT-FOUND
        DISPLAY 'OVERDUE-HIST-IN-FILE NOT FOUND - OVER-90 MONTHS START AT ONE'
        MOVE 'Y' TO OVERDUE-HIST-EOF-SW
    ELSE
        IF NOT OVERDUE-HIST-IN-FILE-OK
            DISPLAY 'OVERDUE-HIST-IN-FILE FAILED TO OPEN - FILE STATUS ' OVERDUE-HIST-IN-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN OUTPUT OVERDUE-HIST-OUT-FILE
    IF NOT OVERDUE-HIST-OUT-FILE-OK
        DISPLAY 'OVERDUE-HIST-OUT-FILE FAILED TO OPEN - FILE STATUS ' OVERDUE-HIST-OUT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT AGING-REPORT-FILE
    IF NOT AGING-REPORT-FILE-OK
        DISPLAY 'AGING-REPORT-FILE FAILED TO OPEN - FILE STATUS ' AGING-REPORT-FILE-STATUS
    END-READ
    .

READ-OPEN-ITEM.

    IF NOT OPEN-ITEM-EOF
        READ OPEN-ITEM-FILE
            AT END MOVE 'Y' TO OPEN-ITEM-EOF-SW
        END-READ
    END-IF
    .

READ-OVERDUE-HIST-IN.

    IF NOT OVERDUE-HIST-EOF
        READ OVERDUE-HIST-IN-FILE
            AT END MOVE 'Y' TO OVERDUE-HIST-EOF-SW
        END-READ
    END-IF
    .

AGE-ONE-CLIENT.

    MOVE BI-CLIENT-ID  TO AGE-CLIENT-ID
    ADD BI-BALANCE     TO BALANCE-FILE-TOTAL

    PERFORM LOCATE-CLIENT-MASTER
    PERFORM COLLECT-CLIENT-DISPUTES
    PERFORM TOTAL-CLIENT-DEBITS

    IF BI-BALANCE > 0
        ADD BI-BALANCE  TO DEBIT-BALANCE-TOTAL
        PERFORM ALLOCATE-BALANCE
        PERFORM WRITE-AGING-DETAIL
        PERFORM CARRY-OVERDUE-HISTORY
        COMPUTE OVERDUE-AMOUNT = ALLOC-61-90 + ALLOC-OVER-90
        IF OVERDUE-AMOUNT > 0
            PERFORM PRINT-DUNNING-LETTER
        ELSE
            IF ALLOC-DISPUTED > 0
                ADD 1   TO DISPUTE-ONLY-COUNT
            END-IF
        END-IF
    ELSE
        ADD 1           TO CREDIT-ZERO-COUNT
    END-IF
    .

COLLECT-CLIENT-DISPUTES.

*>  The open-item file is in client sequence; only flagged items    >*
*>  matter here.                                                    >*
    MOVE 0  TO DISPUTED-ITEM-COUNT
    MOVE 0  TO DISPUTED-OPEN-TOTAL

    PERFORM UNTIL OPEN-ITEM-EOF OR OI-CLIENT-ID >= AGE-CLIENT-ID
        PERFORM READ-OPEN-ITEM
    END-PERFORM

    PERFORM UNTIL OPEN-ITEM-EOF OR OI-CLIENT-ID NOT = AGE-CLIENT-ID
        IF OI-DISPUTED
            IF DISPUTED-ITEM-COUNT >= 500
                DISPLAY 'CLIENT ' AGE-CLIENT-ID ' EXCEEDS TABLE-DISPUTED CAPACITY (500) - RUN TERMINATED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1                TO DISPUTED-ITEM-COUNT
            MOVE OI-TRANS-ID     TO DS-TRANS-ID(DISPUTED-ITEM-COUNT)
            ADD OI-OPEN-AMMOUNT  TO DISPUTED-OPEN-TOTAL
        END-IF
        PERFORM READ-OPEN-ITEM
    END-PERFORM
    .

CHECK-DISPUTED-DEBIT.

    MOVE 'N'  TO DISPUTED-HIT-SW
    MOVE 0    TO IDX-DISPUTED
    PERFORM UNTIL IDX-DISPUTED EQUAL DISPUTED-ITEM-COUNT OR DISPUTED-HIT
        ADD 1  TO IDX-DISPUTED
        IF DS-TRANS-ID(IDX-DISPUTED) = SP-TRANS-ID
            MOVE 'Y'  TO DISPUTED-HIT-SW
        END-IF
    END-PERFORM
    .

TOTAL-CLIENT-DEBITS.

*>  Only debit activity ages; payments and credits are already      >*
    END-PERFORM

    PERFORM UNTIL POSTED-EOF OR SP-TRANS-CLIENT NOT = AGE-CLIENT-ID
        MOVE 'N'  TO DISPUTED-HIT-SW
        IF SP-TRANS-AMMOUNT > 0 AND SP-TRANS-TYPE = 'IN'
            PERFORM CHECK-DISPUTED-DEBIT
        END-IF
        IF SP-TRANS-AMMOUNT > 0 AND NOT DISPUTED-HIT
            IF SP-TRANS-DATE < OLDEST-DEBIT-DATE
                MOVE SP-TRANS-DATE TO OLDEST-DEBIT-DATE
            END-IF
*>  debt, because whatever was paid settled the oldest.  Whatever   >*
*>  the month's debits cannot account for was brought forward       >*
*>  from before the statement period and is the oldest of all.     >*
*>  Disputed debt comes off the top and is shown on its own; only   >*
*>  what is left of the balance is aged.                            >*
    IF DISPUTED-OPEN-TOTAL > BI-BALANCE
        MOVE BI-BALANCE           TO ALLOC-DISPUTED
    ELSE
        IF DISPUTED-OPEN-TOTAL > 0
            MOVE DISPUTED-OPEN-TOTAL  TO ALLOC-DISPUTED
        ELSE
            MOVE 0                    TO ALLOC-DISPUTED
        END-IF
    END-IF
    COMPUTE AGEABLE-BALANCE = BI-BALANCE - ALLOC-DISPUTED

    MOVE AGEABLE-BALANCE  TO ALLOC-REMAINING

    IF ALLOC-REMAINING < DEBIT-CURRENT
        MOVE ALLOC-REMAINING  TO ALLOC-CURRENT
        ADD 1               TO TOTAL-OVER-90-COUNT
    END-IF
    ADD ALLOC-OVER-90       TO TOTAL-OVER-90-AMOUNT
    IF ALLOC-DISPUTED > 0
        ADD 1               TO TOTAL-DISPUTED-COUNT
    END-IF
    ADD ALLOC-DISPUTED      TO TOTAL-DISPUTED-AMOUNT
    .

CARRY-OVERDUE-HISTORY.

*>  Last month's history holds only clients that were over 90 then, >*
*>  so a match means the debt has stayed over 90 another month.  A  >*
*>  client that has dropped out of the bucket simply is not written >*
*>  and starts again from one if it ever returns.                   >*
    PERFORM UNTIL OVERDUE-HIST-EOF OR ODI-CLIENT-ID >= AGE-CLIENT-ID
        PERFORM READ-OVERDUE-HIST-IN
    END-PERFORM

    IF ALLOC-OVER-90 > 0
        MOVE AGE-CLIENT-ID      TO ODO-CLIENT-ID
        MOVE RUN-DATE-YYYYMMDD  TO ODO-AGED-DATE
        MOVE BI-BALANCE         TO ODO-BALANCE
        MOVE ALLOC-OVER-90      TO ODO-OVER-90
        IF NOT OVERDUE-HIST-EOF AND ODI-CLIENT-ID = AGE-CLIENT-ID
            MOVE ODI-OVER-90-MONTHS  TO ODO-OVER-90-MONTHS
            IF ODO-OVER-90-MONTHS < 999
                ADD 1           TO ODO-OVER-90-MONTHS
            END-IF
        ELSE
            MOVE 1              TO ODO-OVER-90-MONTHS
        END-IF
        WRITE OVERDUE-HIST-OUT-RECORD
        ADD 1                   TO OVERDUE-HIST-COUNT
        ADD ALLOC-OVER-90       TO OVERDUE-HIST-AMOUNT
    END-IF
    .

WRITE-AGING-DETAIL.
    MOVE ALLOC-31-60    TO AG-31-60
    MOVE ALLOC-61-90    TO AG-61-90
    MOVE ALLOC-OVER-90  TO AG-OVER-90
    MOVE ALLOC-DISPUTED TO AG-DISPUTED
    WRITE AGING-LINE FROM AGING-DETAIL-LINE
    .

    MOVE OVERDUE-AMOUNT  TO DN-OVERDUE
    WRITE DUNNING-LINE FROM DUNN-OVERDUE-LINE

    IF ALLOC-DISPUTED > 0
        MOVE ALLOC-DISPUTED  TO DN-DISPUTED
        WRITE DUNNING-LINE FROM DUNN-DISPUTED-LINE
    END-IF

    MOVE SPACES    TO DUNNING-LINE
    WRITE DUNNING-LINE

    MOVE TOTAL-OVER-90-AMOUNT       TO AB-AMOUNT
    WRITE AGING-LINE FROM AGING-BUCKET-LINE

    MOVE 'DISPUTED (NOT AGED)   '   TO AB-LABEL
    MOVE TOTAL-DISPUTED-COUNT       TO AB-COUNT
    MOVE TOTAL-DISPUTED-AMOUNT      TO AB-AMOUNT
    WRITE AGING-LINE FROM AGING-BUCKET-LINE

    MOVE SPACES                     TO AGING-LINE
    WRITE AGING-LINE

*>  The tie-out: bucketed plus disputed debt equals the debit      >*
*>  balances, and debit plus credit/zero equals the whole balance   >*
*>  master.                                                         >*
    MOVE 'DEBIT BALANCES AGED   '   TO AB-LABEL
    MOVE DEBIT-CLIENT-COUNT         TO AB-COUNT
    MOVE DEBIT-BALANCE-TOTAL        TO AB-AMOUNT
    MOVE LETTER-COUNT               TO AB-COUNT
    MOVE 0                          TO AB-AMOUNT
    WRITE AGING-LINE FROM AGING-BUCKET-LINE

    MOVE 'NOT DUNNED - DISPUTED '   TO AB-LABEL
    MOVE DISPUTE-ONLY-COUNT         TO AB-COUNT
    MOVE 0                          TO AB-AMOUNT
    WRITE AGING-LINE FROM AGING-BUCKET-LINE

    MOVE 'OVERDUE HISTORY OUT   '   TO AB-LABEL
    MOVE OVERDUE-HIST-COUNT         TO AB-COUNT
    MOVE OVERDUE-HIST-AMOUNT        TO AB-AMOUNT
    WRITE AGING-LINE FROM AGING-BUCKET-LINE
    .

CLOSE-FILES.
    CLOSE CLIENT-MASTER-FILE
    CLOSE BALANCE-IN-FILE
    CLOSE SORTED-POSTED-FILE
    IF NOT OPEN-ITEM-FILE-NOT-FOUND
        CLOSE OPEN-ITEM-FILE
    END-IF
    IF NOT OVERDUE-HIST-IN-FILE-NOT-FOUND
        CLOSE OVERDUE-HIST-IN-FILE
    END-IF
    CLOSE OVERDUE-HIST-OUT-FILE
    CLOSE AGING-REPORT-FILE
    CLOSE DUNNING-REPORT-FILE
    .
