*> Accounting period close.  The period control file is one record  >*
*> naming the open accounting month and, for each of the month-end  >*
*> jobs - CLIENT-STMT, FIN-CHARGE and RECV-AGE - whether it has run >*
*> to completion for that month and on what date.  Each of those    >*
*> jobs checks the record before it starts, refusing a second run   >*
*> for the month or a run ahead of its predecessor, and marks       >*
*> itself complete at the end of a clean run.  This step locks the  >*
*> month: once all three have completed it records the month as the >*
*> last closed period and opens the next one, clearing the job      >*
*> statuses.  With any job outstanding nothing changes and the step >*
*> ends RC=8.  From then on TRAN-EDIT and BALANCE-LINE treat an     >*
*> item dated before the open month as back-dated.  INIT=YYYYMM on  >*
*> the parameter file sets the record up the first time, naming the >*
*> month to open; it is refused once the record exists.  The period >*
*> control report prints the record as found and what the step did  >*
*> with it.                                                         >*

IDENTIFICATION DIVISION.
PROGRAM-ID. PERIOD-CLOSE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

    SELECT PARM-FILE
        ASSIGN TO "PCPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARM-FILE-STATUS.

    SELECT PERIOD-CONTROL-FILE
        ASSIGN TO "PERIODCF"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS RANDOM
        RELATIVE KEY IS PERIOD-KEY
        FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.

    SELECT PERIOD-REPORT-FILE
        ASSIGN TO "PRDRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PERIOD-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  PARM-FILE.
    01 PARM-RECORD            PIC X(80).

*>  The same one-record layout the month-end jobs, TRAN-EDIT and    >*
*>  BALANCE-LINE read.  Periods are YYYYMM; a job status of 'C'     >*
*>  means the job completed for the open period.                    >*
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

FD  PERIOD-REPORT-FILE.
    01 PERIOD-LINE            PIC X(80).

WORKING-STORAGE SECTION.

    01 PARM-FILE-STATUS              PIC X(02).
        88 PARM-FILE-OK                  VALUE '00'.
        88 PARM-FILE-NOT-FOUND           VALUE '35'.
    01 PERIOD-CONTROL-FILE-STATUS    PIC X(02).
        88 PERIOD-CONTROL-FILE-OK        VALUE '00'.
        88 PERIOD-CONTROL-FILE-NOT-FOUND VALUE '35'.
    01 PERIOD-REPORT-FILE-STATUS     PIC X(02).
        88 PERIOD-REPORT-FILE-OK         VALUE '00'.

    01 PERIOD-KEY             PIC 9(05) VALUE 1.

    01 PARM-EOF-SW            PIC X(01) VALUE 'N'.
        88 PARM-EOF           VALUE 'Y'.
    01 INIT-GIVEN-SW          PIC X(01) VALUE 'N'.
        88 INIT-GIVEN         VALUE 'Y'.
    01 RECORD-ON-FILE-SW      PIC X(01) VALUE 'N'.
        88 RECORD-ON-FILE     VALUE 'Y'.

    01 INIT-PERIOD            PIC 9(06).

    01 PERIOD-WORK.
        05 PW-YYYY            PIC 9(04).
        05 PW-MM              PIC 9(02).
    01 PERIOD-WORK-NUM        REDEFINES PERIOD-WORK
                              PIC 9(06).

    01 CLOSED-PERIOD          PIC 9(06).

    01 RUN-DATE-YYYYMMDD.
        05 RUN-YYYY           PIC 9(04).
        05 RUN-MM             PIC 9(02).
        05 RUN-DD             PIC 9(02).

    01 DATE-WORK.
        05 DW-YYYY            PIC 9(04).
        05 DW-MM              PIC 9(02).
        05 DW-DD              PIC 9(02).
    01 DATE-WORK-NUM          REDEFINES DATE-WORK
                              PIC 9(08).

    01 PERIOD-HEADING-1.
        05 FILLER             PIC X(30) VALUE
           'PERIOD CONTROL REPORT'.
        05 FILLER             PIC X(10) VALUE SPACES.
        05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
        05 PH1-RUN-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 PH1-RUN-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 PH1-RUN-YYYY       PIC 9999.

    01 PERIOD-STATUS-LINE.
        05 FILLER             PIC X(14) VALUE 'OPEN PERIOD:  '.
        05 PS-OPEN-YYYY       PIC 9999.
        05 FILLER             PIC X(01) VALUE '/'.
        05 PS-OPEN-MM         PIC 99.
        05 FILLER             PIC X(09) VALUE SPACES.
        05 FILLER             PIC X(13) VALUE 'LAST CLOSED: '.
        05 PS-CLOSED-PERIOD   PIC X(07).
        05 FILLER             PIC X(04) VALUE ' ON '.
        05 PS-CLOSE-DATE      PIC X(10).

    01 PERIOD-JOB-HEADING.
        05 FILLER             PIC X(16) VALUE 'MONTH-END JOB'.
        05 FILLER             PIC X(12) VALUE 'STATUS'.
        05 FILLER             PIC X(10) VALUE 'RUN DATE'.

    01 PERIOD-JOB-LINE.
        05 PJ-JOB-NAME        PIC X(16).
        05 PJ-STATUS          PIC X(12).
        05 PJ-RUN-DATE        PIC X(10).

    01 PRINT-PERIOD.
        05 PP-YYYY            PIC 9999.
        05 FILLER             PIC X(01) VALUE '/'.
        05 PP-MM              PIC 99.

    01 PRINT-DATE.
        05 PD-MM              PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 PD-DD              PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 PD-YYYY            PIC 9999.

    01 PERIOD-ACTION-LINE.
        05 FILLER             PIC X(07) VALUE 'PERIOD '.
        05 PA-PERIOD          PIC X(07).
        05 PA-ACTION          PIC X(40).

PROCEDURE DIVISION.

    PERFORM READ-RUN-PARAMETERS
    PERFORM OPEN-FILES
    PERFORM READ-PERIOD-CONTROL
    PERFORM WRITE-REPORT-HEADING

    IF INIT-GIVEN
        PERFORM INITIALIZE-PERIOD-CONTROL
    ELSE
        PERFORM CLOSE-OPEN-PERIOD
    END-IF

    PERFORM CLOSE-FILES

    STOP RUN
    .

READ-RUN-PARAMETERS.

*>  The parameter file is only needed for the one-time setup; a     >*
*>  missing or empty PCPARM means close the open period.            >*
    OPEN INPUT PARM-FILE
    IF PARM-FILE-NOT-FOUND
        CONTINUE
    ELSE
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
    END-IF
    .

READ-PARM-RECORD.

    READ PARM-FILE
        AT END MOVE 'Y' TO PARM-EOF-SW
    END-READ
    .

APPLY-PARM-RECORD.

    EVALUATE TRUE
        WHEN PARM-RECORD = SPACES
            CONTINUE
        WHEN PARM-RECORD(1:1) = '*'
            CONTINUE
        WHEN PARM-RECORD(1:5) = 'INIT='
            IF PARM-RECORD(6:6) IS NUMERIC
                MOVE PARM-RECORD(6:6)  TO PERIOD-WORK
                IF PW-YYYY < 1900 OR PW-YYYY > 2999
                 OR PW-MM < 1 OR PW-MM > 12
                    DISPLAY 'PARM-FILE INIT VALUE NOT VALID: ' PARM-RECORD(1:30)
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE PERIOD-WORK-NUM   TO INIT-PERIOD
                MOVE 'Y'               TO INIT-GIVEN-SW
            ELSE
                DISPLAY 'PARM-FILE INIT VALUE NOT VALID: ' PARM-RECORD(1:30)
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        WHEN OTHER
            DISPLAY 'PARM-FILE PARAMETER NOT RECOGNIZED: ' PARM-RECORD(1:30)
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    .

OPEN-FILES.

*>  The control file is a predefined one-slot RRDS, as the BALLINE  >*
*>  restart file is; an empty cluster is accepted for the setup     >*
*>  run, which writes the first record.                             >*
    OPEN I-O PERIOD-CONTROL-FILE
    IF PERIOD-CONTROL-FILE-NOT-FOUND AND INIT-GIVEN
        OPEN OUTPUT PERIOD-CONTROL-FILE
        CLOSE PERIOD-CONTROL-FILE
        OPEN I-O PERIOD-CONTROL-FILE
    END-IF
    IF NOT PERIOD-CONTROL-FILE-OK
        DISPLAY 'PERIOD-CONTROL-FILE FAILED TO OPEN - FILE STATUS ' PERIOD-CONTROL-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT PERIOD-REPORT-FILE
    IF NOT PERIOD-REPORT-FILE-OK
        DISPLAY 'PERIOD-REPORT-FILE FAILED TO OPEN - FILE STATUS ' PERIOD-REPORT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
    .

READ-PERIOD-CONTROL.

    READ PERIOD-CONTROL-FILE
        INVALID KEY MOVE 'N' TO RECORD-ON-FILE-SW
        NOT INVALID KEY MOVE 'Y' TO RECORD-ON-FILE-SW
    END-READ

    IF RECORD-ON-FILE AND PC-OPEN-PERIOD = 0
        MOVE 'N' TO RECORD-ON-FILE-SW
    END-IF
    .

INITIALIZE-PERIOD-CONTROL.

*>  Setting the record up over a live one would throw away the      >*
*>  month-end statuses and the closed-period lock, so it is         >*
*>  refused; a wrong open period is corrected by restoring the      >*
*>  file, not by re-initializing it.                                >*
    IF RECORD-ON-FILE
        PERFORM WRITE-PERIOD-STATUS
        MOVE INIT-PERIOD                TO PERIOD-WORK-NUM
        PERFORM FORMAT-PERIOD-WORK
        MOVE PRINT-PERIOD               TO PA-PERIOD
        MOVE ' NOT SET UP - CONTROL FILE ALREADY LIVE'
                                        TO PA-ACTION
        WRITE PERIOD-LINE FROM PERIOD-ACTION-LINE
        DISPLAY 'PERIOD-CONTROL-FILE ALREADY INITIALIZED - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE INIT-PERIOD     TO PC-OPEN-PERIOD
        MOVE 0               TO PC-LAST-CLOSED
                                PC-CLOSE-DATE
        PERFORM CLEAR-JOB-STATUSES
*>      An allocated slot still holding zeros takes a rewrite; an   >*
*>      empty one takes the first write.                            >*
        WRITE PERIOD-CONTROL-RECORD
            INVALID KEY REWRITE PERIOD-CONTROL-RECORD
        END-WRITE
        IF NOT PERIOD-CONTROL-FILE-OK
            DISPLAY 'PERIOD-CONTROL-FILE WRITE FAILED - FILE STATUS ' PERIOD-CONTROL-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM WRITE-PERIOD-STATUS
        MOVE PC-OPEN-PERIOD             TO PERIOD-WORK-NUM
        PERFORM FORMAT-PERIOD-WORK
        MOVE PRINT-PERIOD               TO PA-PERIOD
        MOVE ' OPENED - PERIOD CONTROL SET UP'
                                        TO PA-ACTION
        WRITE PERIOD-LINE FROM PERIOD-ACTION-LINE
    END-IF
    .

CLOSE-OPEN-PERIOD.

    IF NOT RECORD-ON-FILE
        DISPLAY 'PERIOD-CONTROL-FILE NOT INITIALIZED - SUPPLY INIT=YYYYMM ON PCPARM'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-PERIOD-STATUS

    MOVE PC-OPEN-PERIOD             TO PERIOD-WORK-NUM
    PERFORM FORMAT-PERIOD-WORK
    MOVE PRINT-PERIOD               TO PA-PERIOD

    IF PC-STMT-DONE AND PC-FINCHG-DONE AND PC-AGING-DONE
        MOVE PC-OPEN-PERIOD         TO CLOSED-PERIOD
        MOVE CLOSED-PERIOD          TO PC-LAST-CLOSED
        MOVE RUN-DATE-YYYYMMDD      TO PC-CLOSE-DATE
        MOVE CLOSED-PERIOD          TO PERIOD-WORK-NUM
        IF PW-MM = 12
            ADD 1                   TO PW-YYYY
            MOVE 1                  TO PW-MM
        ELSE
            ADD 1                   TO PW-MM
        END-IF
        MOVE PERIOD-WORK-NUM        TO PC-OPEN-PERIOD
        PERFORM CLEAR-JOB-STATUSES
        REWRITE PERIOD-CONTROL-RECORD
        IF NOT PERIOD-CONTROL-FILE-OK
            DISPLAY 'PERIOD-CONTROL-FILE REWRITE FAILED - FILE STATUS ' PERIOD-CONTROL-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF

        MOVE ' CLOSED AND LOCKED'   TO PA-ACTION
        WRITE PERIOD-LINE FROM PERIOD-ACTION-LINE
        MOVE PC-OPEN-PERIOD         TO PERIOD-WORK-NUM
        PERFORM FORMAT-PERIOD-WORK
        MOVE PRINT-PERIOD           TO PA-PERIOD
        MOVE ' NOW OPEN'            TO PA-ACTION
        WRITE PERIOD-LINE FROM PERIOD-ACTION-LINE
    ELSE
*>      Nothing is touched: the outstanding job runs, then this     >*
*>      step is resubmitted.                                        >*
        MOVE ' NOT CLOSED - MONTH-END JOBS OUTSTANDING'
                                    TO PA-ACTION
        WRITE PERIOD-LINE FROM PERIOD-ACTION-LINE
        DISPLAY 'MONTH-END JOBS OUTSTANDING - PERIOD NOT CLOSED'
        MOVE 8 TO RETURN-CODE
    END-IF
    .

CLEAR-JOB-STATUSES.

    MOVE 'N'    TO PC-STMT-STATUS
                   PC-FINCHG-STATUS
                   PC-AGING-STATUS
    MOVE 0      TO PC-STMT-RUN-DATE
                   PC-FINCHG-RUN-DATE
                   PC-AGING-RUN-DATE
    .

WRITE-REPORT-HEADING.

    MOVE RUN-MM    TO PH1-RUN-MM
    MOVE RUN-DD    TO PH1-RUN-DD
    MOVE RUN-YYYY  TO PH1-RUN-YYYY
    WRITE PERIOD-LINE FROM PERIOD-HEADING-1
    MOVE SPACES    TO PERIOD-LINE
    WRITE PERIOD-LINE
    .

WRITE-PERIOD-STATUS.

*>  The record as it stands before this step changes it.            >*
    MOVE PC-OPEN-PERIOD           TO PERIOD-WORK-NUM
    MOVE PW-YYYY                  TO PS-OPEN-YYYY
    MOVE PW-MM                    TO PS-OPEN-MM
    IF PC-LAST-CLOSED = 0
        MOVE 'NONE'               TO PS-CLOSED-PERIOD
        MOVE SPACES               TO PS-CLOSE-DATE
    ELSE
        MOVE PC-LAST-CLOSED       TO PERIOD-WORK-NUM
        PERFORM FORMAT-PERIOD-WORK
        MOVE PRINT-PERIOD         TO PS-CLOSED-PERIOD
        MOVE PC-CLOSE-DATE        TO DATE-WORK-NUM
        PERFORM FORMAT-DATE-WORK
        MOVE PRINT-DATE           TO PS-CLOSE-DATE
    END-IF
    WRITE PERIOD-LINE FROM PERIOD-STATUS-LINE
    MOVE SPACES                   TO PERIOD-LINE
    WRITE PERIOD-LINE
    WRITE PERIOD-LINE FROM PERIOD-JOB-HEADING

    MOVE 'CLIENT-STMT'            TO PJ-JOB-NAME
    MOVE PC-STMT-STATUS           TO PJ-STATUS
    MOVE PC-STMT-RUN-DATE         TO DATE-WORK-NUM
    PERFORM WRITE-JOB-LINE

    MOVE 'FIN-CHARGE'             TO PJ-JOB-NAME
    MOVE PC-FINCHG-STATUS         TO PJ-STATUS
    MOVE PC-FINCHG-RUN-DATE       TO DATE-WORK-NUM
    PERFORM WRITE-JOB-LINE

    MOVE 'RECV-AGE'               TO PJ-JOB-NAME
    MOVE PC-AGING-STATUS          TO PJ-STATUS
    MOVE PC-AGING-RUN-DATE        TO DATE-WORK-NUM
    PERFORM WRITE-JOB-LINE

    MOVE SPACES                   TO PERIOD-LINE
    WRITE PERIOD-LINE
    .

WRITE-JOB-LINE.

    IF PJ-STATUS = 'C'
        MOVE 'COMPLETE'           TO PJ-STATUS
        PERFORM FORMAT-DATE-WORK
        MOVE PRINT-DATE           TO PJ-RUN-DATE
    ELSE
        MOVE 'NOT RUN'            TO PJ-STATUS
        MOVE SPACES               TO PJ-RUN-DATE
    END-IF
    WRITE PERIOD-LINE FROM PERIOD-JOB-LINE
    .

FORMAT-PERIOD-WORK.

    MOVE PW-YYYY   TO PP-YYYY
    MOVE PW-MM     TO PP-MM
    .

FORMAT-DATE-WORK.

    MOVE DW-MM     TO PD-MM
    MOVE DW-DD     TO PD-DD
    MOVE DW-YYYY   TO PD-YYYY
    .

CLOSE-FILES.

    CLOSE PERIOD-CONTROL-FILE
    CLOSE PERIOD-REPORT-FILE
    .
