*> record per posted transaction, and a T record with the item      >*
*> count and closing balance, so their system loads the file        >*
*> directly instead of re-keying from the printout.                 >*
*>                                                                  >*
*> The period control file names the open accounting month.  A      >*
*> statement run is refused when CLIENT-STMT has already completed  >*
*> for that month, and marks it complete at the end of a clean run; >*
*> FIN-CHARGE and RECV-AGE follow in that order, and PERIOD-CLOSE   >*
*> then locks the month.                                            >*

IDENTIFICATION DIVISION.
PROGRAM-ID. CLIENT-STMT.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STMT-EXTRACT-FILE-STATUS.

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
            10 SP-DATE-DD     PIC 9(02).
        05 SP-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 SP-TRANS-TYPE      PIC X(02).
        05 FILLER             PIC X(05).
        05 FILLER             PIC X(08).

FD  STATEMENT-REPORT-FILE.
    01 STATEMENT-LINE         PIC X(80).
        05 XT-CLOSING-AMOUNT  PIC S9(09)V99 SIGN IS TRAILING SEPARATE.
        05 FILLER             PIC X(110).

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

    01 STMT-CLIENT-ID         PIC 9(05).
    01 STMT-CLIENT-NAME       PIC X(40).
    01 STMT-ADDR-LINE-1       PIC X(30).

PROCEDURE DIVISION.

    PERFORM CHECK-PERIOD-CONTROL
    PERFORM OPEN-FILES
    PERFORM SORT-POSTED-INPUT
    PERFORM OPEN-SORTED-POSTED

    PERFORM WRITE-REPORT-TOTALS
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

    IF PC-STMT-DONE
        DISPLAY 'CLIENT-STMT ALREADY COMPLETE FOR PERIOD ' PC-OPEN-PERIOD
                ' - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    .

MARK-PERIOD-COMPLETE.

*>  Only a run that reaches the end marks the period; one that      >*
*>  stops short leaves the job outstanding and can be rerun.        >*
    MOVE 'C'                 TO PC-STMT-STATUS
    MOVE RUN-DATE-YYYYMMDD   TO PC-STMT-RUN-DATE
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
