*> and the register prints balance, overdue portion, rate and       >*
*> charge per client with control totals.  FC carries its own       >*
*> posting rule in BALANCE-LINE: a finance charge must be a debit.  >*
*> An invoice under dispute (flagged on the CASH-APPLY open-item    >*
*> file by DISPUTE-MAINT) is not billed: its open amount, where it  >*
*> is past 30 days and so part of the overdue figure at all, comes  >*
*> out of the overdue balance before the rate is applied.           >*
*> The run is refused if the period control file shows charges      >*
*> already assessed for the open month, or CLIENT-STMT not yet      >*
*> complete for it; a clean run marks FIN-CHARGE complete.          >*
*>                                                                  >*
*> Each FINCHG generation opens with an HDR record (producing       >*
*> program, run date, generation number) and closes with a TRL      >*
*> record (record count, net amount).  The generation number is one >*
*> more than the one on the header of the previous generation, read >*
*> through GENPRIOR.  BALANCE-LINE proves the trailer and posts     >*
*> each generation only once, against its consumed-feed registry.   >*

IDENTIFICATION DIVISION.
PROGRAM-ID. FIN-CHARGE.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SORTED-POSTED-FILE-STATUS.

    SELECT OPEN-ITEM-FILE
        ASSIGN TO "OPENITEM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPEN-ITEM-FILE-STATUS.

    SELECT PARM-FILE
        ASSIGN TO "FCPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHARGE-OUT-FILE-STATUS.

    SELECT PRIOR-GENERATION-FILE
        ASSIGN TO "GENPRIOR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PRIOR-GENERATION-FILE-STATUS.

    SELECT REGISTER-REPORT-FILE
        ASSIGN TO "FCREGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REGISTER-REPORT-FILE-STATUS.

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

FD  PARM-FILE.
    01 PARM-RECORD            PIC X(80).
        05 FC-TRANS-DATE      PIC 9(08).
        05 FC-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 FC-TRANS-TYPE      PIC X(02).
        05 FC-INVOICE-REF     PIC X(05).
        05 FC-FEED-ID         PIC X(08).
*>  Each generation opens with an HDR and closes with a TRL         >*
*>  carrying the record count and net amount, for BALANCE-LINE to   >*
*>  prove.                                                          >*
    01 CHARGE-HEADER-RECORD.
        05 FCH-RECORD-TYPE    PIC X(03).
        05 FCH-PROGRAM        PIC X(08).
        05 FCH-RUN-DATE       PIC 9(08).
        05 FCH-GENERATION     PIC 9(09).
        05 FILLER             PIC X(15).
    01 CHARGE-TRAILER-RECORD.
        05 FCT-RECORD-TYPE    PIC X(03).
        05 FCT-RECORD-COUNT   PIC 9(06).
        05 FCT-AMOUNT         PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
        05 FILLER             PIC X(20).

*>  The (0) generation of the same GDG, read only for the           >*
*>  generation number on its header.                                >*
FD  PRIOR-GENERATION-FILE.
    01 PRIOR-GENERATION-HEADER.
        05 PG-RECORD-TYPE     PIC X(03).
        05 PG-PROGRAM         PIC X(08).
        05 PG-RUN-DATE        PIC 9(08).
        05 PG-GENERATION      PIC 9(09).
        05 FILLER             PIC X(15).

FD  REGISTER-REPORT-FILE.
    01 REGISTER-LINE          PIC X(120).

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

*>  The generation number this run writes on the FINCHG feed.       >*
    01 FEED-GENERATION        PIC 9(09) VALUE 1.

    01 PERIOD-KEY             PIC 9(05) VALUE 1.
    01 PERIOD-CONTROL-FILE-STATUS    PIC X(02).
        88 PERIOD-CONTROL-FILE-OK        VALUE '00'.

*>  RATE= is the monthly rate applied to the overdue debit          >*
*>  balance and is contractual - there is no default; a missing     >*
*>  or unparsable parameter file ends the run before anything is    >*
        88 BALANCE-EOF        VALUE 'Y'.
    01 POSTED-EOF-SW          PIC X(01) VALUE 'N'.
        88 POSTED-EOF         VALUE 'Y'.
    01 OPEN-ITEM-EOF-SW       PIC X(01) VALUE 'N'.
        88 OPEN-ITEM-EOF      VALUE 'Y'.

    01 BALANCE-IN-FILE-STATUS        PIC X(02).
        88 BALANCE-IN-FILE-OK            VALUE '00'.
        88 POSTED-TRANS-FILE-OK          VALUE '00'.
    01 SORTED-POSTED-FILE-STATUS     PIC X(02).
        88 SORTED-POSTED-FILE-OK         VALUE '00'.
    01 OPEN-ITEM-FILE-STATUS         PIC X(02).
        88 OPEN-ITEM-FILE-OK             VALUE '00'.
        88 OPEN-ITEM-FILE-NOT-FOUND      VALUE '35'.
    01 PARM-FILE-STATUS              PIC X(02).
        88 PARM-FILE-OK                  VALUE '00'.
    01 CHARGE-OUT-FILE-STATUS        PIC X(02).
        88 CHARGE-OUT-FILE-OK            VALUE '00'.
    01 PRIOR-GENERATION-FILE-STATUS  PIC X(02).
        88 PRIOR-GENERATION-FILE-OK        VALUE '00'.
        88 PRIOR-GENERATION-FILE-NOT-FOUND VALUE '35'.
    01 REGISTER-REPORT-FILE-STATUS   PIC X(02).
        88 REGISTER-REPORT-FILE-OK       VALUE '00'.

*>  Debits whose transaction date falls within the last 30 days     >*
*>  are not yet overdue and reduce the billable balance.            >*
    01 RECENT-DEBIT-TOTAL     PIC S9(09)V99.
    01 DISPUTED-OVERDUE       PIC S9(09)V99.
    01 OVERDUE-BALANCE        PIC S9(09)V99.
    01 CHARGE-AMOUNT          PIC S9(07)V99.

    01 CHARGED-COUNT          PIC 9(09) VALUE 0.
    01 CHARGED-AMOUNT-TOTAL   PIC S9(11)V99 VALUE 0.
    01 ASSESSED-COUNT         PIC 9(09) VALUE 0.
    01 DISPUTED-CLIENT-COUNT  PIC 9(09) VALUE 0.
    01 DISPUTED-AMOUNT-TOTAL  PIC S9(11)V99 VALUE 0.

    01 RUN-DATE-YYYYMMDD.
        05 RUN-YYYY           PIC 9(04).
        05 FILLER             PIC X(10) VALUE 'CLIENT ID '.
        05 FILLER             PIC X(18) VALUE 'BALANCE'.
        05 FILLER             PIC X(18) VALUE 'RECENT DEBITS'.
        05 FILLER             PIC X(18) VALUE 'DISPUTED'.
        05 FILLER             PIC X(18) VALUE 'OVERDUE'.
        05 FILLER             PIC X(08) VALUE 'RATE    '.
        05 FILLER             PIC X(14) VALUE 'CHARGE'.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 FR-RECENT-DEBITS   PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 FR-DISPUTED        PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 FR-OVERDUE         PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 FR-RATE            PIC 9.9999.

PROCEDURE DIVISION.

    PERFORM CHECK-PERIOD-CONTROL
    PERFORM READ-RUN-PARAMETERS
    PERFORM OPEN-FILES
    PERFORM LOAD-FEED-GENERATION
    PERFORM WRITE-FEED-HEADER
    PERFORM SORT-POSTED-INPUT
    PERFORM OPEN-SORTED-POSTED
    PERFORM WRITE-REGISTER-HEADINGS

    PERFORM READ-SORTED-POSTED
    PERFORM READ-OPEN-ITEM
    PERFORM READ-BALANCE-IN

    PERFORM UNTIL BALANCE-EOF
*>  the master and balance feeds disagree; it is skipped here and   >*
*>  BAL-RECON holds the schedule when the files do not tie.         >*
    PERFORM WRITE-REGISTER-TOTALS
    PERFORM WRITE-FEED-TRAILER
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

    IF PC-FINCHG-DONE
        DISPLAY 'FIN-CHARGE ALREADY COMPLETE FOR PERIOD ' PC-OPEN-PERIOD
                ' - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT PC-STMT-DONE
        DISPLAY 'CLIENT-STMT NOT YET COMPLETE FOR PERIOD ' PC-OPEN-PERIOD
                ' - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    .

MARK-PERIOD-COMPLETE.

*>  Only a run that reaches the end marks the period; one that      >*
*>  stops short leaves the job outstanding and can be rerun.        >*
    MOVE 'C'                 TO PC-FINCHG-STATUS
    MOVE RUN-DATE-YYYYMMDD   TO PC-FINCHG-RUN-DATE
    REWRITE PERIOD-CONTROL-RECORD
    IF NOT PERIOD-CONTROL-FILE-OK
        DISPLAY 'PERIOD-CONTROL-FILE REWRITE FAILED - FILE STATUS ' PERIOD-CONTROL-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE PERIOD-CONTROL-FILE
    .

READ-RUN-PARAMETERS.

    OPEN INPUT PARM-FILE
        STOP RUN
    END-IF

*>  The open-item file is legitimately absent before CASH-APPLY has >*
*>  cataloged its first generation; nothing is then under dispute.  >*
    OPEN INPUT OPEN-ITEM-FILE
    IF OPEN-ITEM-FILE-NOT-FOUND
        DISPLAY 'OPEN-ITEM-FILE NOT FOUND - NO DISPUTED ITEMS EXCLUDED'
        MOVE 'Y' TO OPEN-ITEM-EOF-SW
    ELSE
        IF NOT OPEN-ITEM-FILE-OK
            DISPLAY 'OPEN-ITEM-FILE FAILED TO OPEN - FILE STATUS ' OPEN-ITEM-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN OUTPUT CHARGE-OUT-FILE
    IF NOT CHARGE-OUT-FILE-OK
        DISPLAY 'CHARGE-OUT-FILE FAILED TO OPEN - FILE STATUS ' CHARGE-OUT-FILE-STATUS
    END-READ
    .

READ-OPEN-ITEM.

    IF NOT OPEN-ITEM-EOF
        READ OPEN-ITEM-FILE
            AT END MOVE 'Y' TO OPEN-ITEM-EOF-SW
        END-READ
    END-IF
    .

ASSESS-ONE-CLIENT.

*>  Walk past activity for clients below this balance record, sum   >*
        PERFORM READ-SORTED-POSTED
    END-PERFORM

*>  The open-item file is in client sequence as well; total this    >*
*>  client's disputed items that are already past 30 days.          >*
    PERFORM UNTIL OPEN-ITEM-EOF OR OI-CLIENT-ID >= BI-CLIENT-ID
        PERFORM READ-OPEN-ITEM
    END-PERFORM

    MOVE 0 TO DISPUTED-OVERDUE
    PERFORM UNTIL OPEN-ITEM-EOF OR OI-CLIENT-ID NOT = BI-CLIENT-ID
        PERFORM NOTE-DISPUTED-ITEM
        PERFORM READ-OPEN-ITEM
    END-PERFORM

    IF BI-BALANCE > 0
        ADD 1 TO ASSESSED-COUNT
        COMPUTE OVERDUE-BALANCE =
        IF OVERDUE-BALANCE < 0
            MOVE 0 TO OVERDUE-BALANCE
        END-IF
        IF DISPUTED-OVERDUE > OVERDUE-BALANCE
            MOVE OVERDUE-BALANCE TO DISPUTED-OVERDUE
        END-IF
        IF DISPUTED-OVERDUE > 0
            SUBTRACT DISPUTED-OVERDUE FROM OVERDUE-BALANCE
            ADD 1                TO DISPUTED-CLIENT-COUNT
            ADD DISPUTED-OVERDUE TO DISPUTED-AMOUNT-TOTAL
        END-IF
        IF OVERDUE-BALANCE > 0
            COMPUTE CHARGE-AMOUNT ROUNDED =
                OVERDUE-BALANCE * CHARGE-RATE
    END-IF
    .

NOTE-DISPUTED-ITEM.

*>  A disputed item within 30 days is already left out with the     >*
*>  recent debits; only an older one reduces the overdue figure.    >*
    IF OI-DISPUTED AND OI-OPEN-AMMOUNT > 0
        COMPUTE TRANS-DATE-INTEGER =
            FUNCTION INTEGER-OF-DATE(OI-TRANS-DATE)
        COMPUTE AGE-IN-DAYS =
            RUN-DATE-INTEGER - TRANS-DATE-INTEGER
        IF AGE-IN-DAYS > 30
            ADD OI-OPEN-AMMOUNT TO DISPUTED-OVERDUE
        END-IF
    END-IF
    .

WRITE-CHARGE-RECORD.

    IF NEXT-CHARGE-ID > 99999
    MOVE RUN-DATE-YYYYMMDD   TO FC-TRANS-DATE
    MOVE CHARGE-AMOUNT       TO FC-TRANS-AMMOUNT
    MOVE 'FC'                TO FC-TRANS-TYPE
    MOVE SPACES              TO FC-INVOICE-REF
                                FC-FEED-ID
    WRITE CHARGE-OUT-RECORD

    ADD 1                    TO NEXT-CHARGE-ID
    MOVE BI-CLIENT-ID        TO FR-CLIENT-ID
    MOVE BI-BALANCE          TO FR-BALANCE
    MOVE RECENT-DEBIT-TOTAL  TO FR-RECENT-DEBITS
    MOVE DISPUTED-OVERDUE    TO FR-DISPUTED
    MOVE OVERDUE-BALANCE     TO FR-OVERDUE
    MOVE CHARGE-RATE         TO FR-RATE
    MOVE CHARGE-AMOUNT       TO FR-CHARGE
    MOVE 0                          TO FT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'DISPUTED, NOT CHARGED '   TO FT-LABEL
    MOVE DISPUTED-CLIENT-COUNT      TO FT-COUNT
    MOVE DISPUTED-AMOUNT-TOTAL      TO FT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'CHARGES ASSESSED      '   TO FT-LABEL
    MOVE CHARGED-COUNT              TO FT-COUNT
    MOVE CHARGED-AMOUNT-TOTAL       TO FT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
    .

LOAD-FEED-GENERATION.

*>  GENPRIOR is the (0) generation of the FINCHG GDG this run adds  >*
*>  to.  With none yet (the first run) or none carrying a header    >*
*>  (one written before generations were numbered), numbering       >*
*>  starts at 1.                                                    >*
    OPEN INPUT PRIOR-GENERATION-FILE
    IF PRIOR-GENERATION-FILE-NOT-FOUND
        DISPLAY 'PRIOR-GENERATION-FILE NOT FOUND - GENERATION NUMBERS START AT 1'
    ELSE
        IF NOT PRIOR-GENERATION-FILE-OK
            DISPLAY 'PRIOR-GENERATION-FILE FAILED TO OPEN - FILE STATUS ' PRIOR-GENERATION-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ PRIOR-GENERATION-FILE
            AT END MOVE SPACES TO PRIOR-GENERATION-HEADER
        END-READ
        IF PG-RECORD-TYPE = 'HDR'
         AND PG-GENERATION IS NUMERIC
            COMPUTE FEED-GENERATION = PG-GENERATION + 1
        ELSE
            DISPLAY 'PRIOR-GENERATION-FILE CARRIES NO GENERATION HEADER - GENERATION NUMBERS START AT 1'
        END-IF
        CLOSE PRIOR-GENERATION-FILE
    END-IF
    DISPLAY 'FINCHG GENERATION ' FEED-GENERATION
    .

WRITE-FEED-HEADER.

    MOVE SPACES              TO CHARGE-HEADER-RECORD
    MOVE 'HDR'               TO FCH-RECORD-TYPE
    MOVE 'FINCHG  '          TO FCH-PROGRAM
    MOVE RUN-DATE-YYYYMMDD   TO FCH-RUN-DATE
    MOVE FEED-GENERATION     TO FCH-GENERATION
    WRITE CHARGE-HEADER-RECORD
    .

WRITE-FEED-TRAILER.

    MOVE SPACES              TO CHARGE-TRAILER-RECORD
    MOVE 'TRL'               TO FCT-RECORD-TYPE
    MOVE CHARGED-COUNT       TO FCT-RECORD-COUNT
    MOVE CHARGED-AMOUNT-TOTAL TO FCT-AMOUNT
    WRITE CHARGE-TRAILER-RECORD
    .

CLOSE-FILES.

    CLOSE BALANCE-IN-FILE
    CLOSE SORTED-POSTED-FILE
    IF NOT OPEN-ITEM-FILE-NOT-FOUND
        CLOSE OPEN-ITEM-FILE
    END-IF
    CLOSE CHARGE-OUT-FILE
    CLOSE REGISTER-REPORT-FILE
    .
