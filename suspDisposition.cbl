*> Every decision prints on a register with before/after images     >*
*> and rejected decisions also print on their own report, in the    >*
*> CLIENT-MAINT style, so nothing vanishes silently.                >*
*>                                                                  >*
*> Each RELEASED generation opens with an HDR record (producing     >*
*> program, run date, generation number) and closes with a TRL      >*
*> record (record count, net amount).  The generation number is one >*
*> more than the one on the header of the previous generation, read >*
*> through GENPRIOR.  BALANCE-LINE proves the trailer and posts     >*
*> each generation only once, against its consumed-feed registry.   >*

IDENTIFICATION DIVISION.
PROGRAM-ID. SUSP-DISP.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RELEASE-FILE-STATUS.

    SELECT PRIOR-GENERATION-FILE
        ASSIGN TO "GENPRIOR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PRIOR-GENERATION-FILE-STATUS.

    SELECT WRITEOFF-FILE
        ASSIGN TO "WRITEOFF"
        ORGANIZATION IS LINE SEQUENTIAL
        05 SI-SUSP-DATE       PIC 9(08).
        05 SI-DAYS-IN-SUSP    PIC 9(05).
        05 SI-TRANS-TYPE      PIC X(02).
        05 SI-FEED-ID         PIC X(08).

SD  SUSPENSE-SORT-FILE.
    01 SORT-SUSP-RECORD.
        05 SR-SUSP-DATE       PIC 9(08).
        05 SR-DAYS-IN-SUSP    PIC 9(05).
        05 SR-TRANS-TYPE      PIC X(02).
        05 SR-FEED-ID         PIC X(08).

FD  SORTED-SUSP-FILE.
    01 SORTED-SUSP-RECORD.
        05 SS-SUSP-DATE       PIC X(08).
        05 SS-DAYS-IN-SUSP    PIC X(05).
        05 SS-TRANS-TYPE      PIC X(02).
        05 SS-FEED-ID         PIC X(08).

FD  DECISION-FILE.
    01 DECISION-RECORD.
        05 SO-SUSP-DATE       PIC 9(08).
        05 SO-DAYS-IN-SUSP    PIC 9(05).
        05 SO-TRANS-TYPE      PIC X(02).
        05 SO-FEED-ID         PIC X(08).

FD  RELEASE-FILE.
    01 RELEASE-RECORD.
        05 RL-TRANS-DATE      PIC 9(08).
        05 RL-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 RL-TRANS-TYPE      PIC X(02).
        05 RL-INVOICE-REF     PIC X(05).
        05 RL-FEED-ID         PIC X(08).
*>  Each generation opens with an HDR and closes with a TRL         >*
*>  carrying the record count and net amount, for BALANCE-LINE to   >*
*>  prove.                                                          >*
    01 RELEASE-HEADER-RECORD.
        05 RLH-RECORD-TYPE    PIC X(03).
        05 RLH-PROGRAM        PIC X(08).
        05 RLH-RUN-DATE       PIC 9(08).
        05 RLH-GENERATION     PIC 9(09).
        05 FILLER             PIC X(15).
    01 RELEASE-TRAILER-RECORD.
        05 RLT-RECORD-TYPE    PIC X(03).
        05 RLT-RECORD-COUNT   PIC 9(06).
        05 RLT-AMOUNT         PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
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

FD  WRITEOFF-FILE.
    01 WRITEOFF-DETAIL-RECORD.

WORKING-STORAGE SECTION.

*>  The generation number this run writes on the SUSPDISP feed.     >*
    01 FEED-GENERATION        PIC 9(09) VALUE 1.

    01 PREV-DECISION-ID       PIC 9(05) VALUE 0.

    01 SUSP-EOF-SW            PIC X(01) VALUE 'N'.
        88 SUSPENSE-OUT-FILE-OK          VALUE '00'.
    01 RELEASE-FILE-STATUS           PIC X(02).
        88 RELEASE-FILE-OK               VALUE '00'.
    01 PRIOR-GENERATION-FILE-STATUS  PIC X(02).
        88 PRIOR-GENERATION-FILE-OK        VALUE '00'.
        88 PRIOR-GENERATION-FILE-NOT-FOUND VALUE '35'.
    01 WRITEOFF-FILE-STATUS          PIC X(02).
        88 WRITEOFF-FILE-OK              VALUE '00'.
    01 REGISTER-REPORT-FILE-STATUS   PIC X(02).
PROCEDURE DIVISION.

    PERFORM OPEN-FILES
    PERFORM LOAD-FEED-GENERATION
    PERFORM WRITE-FEED-HEADER
    PERFORM SORT-SUSPENSE-INPUT
    PERFORM OPEN-SORTED-SUSPENSE
    PERFORM WRITE-REPORT-HEADINGS

    PERFORM WRITE-WRITEOFF-TRAILER
    PERFORM WRITE-REGISTER-TOTALS
    PERFORM WRITE-FEED-TRAILER
    PERFORM CLOSE-FILES

    STOP RUN
        MOVE ZEROS           TO SO-DAYS-IN-SUSP
    END-IF
    MOVE SS-TRANS-TYPE     TO SO-TRANS-TYPE
    MOVE SS-FEED-ID        TO SO-FEED-ID
    WRITE SUSPENSE-OUT-RECORD
    ADD 1                  TO ITEMS-CARRIED-COUNT
    .
    ELSE
        MOVE SS-TRANS-TYPE TO RL-TRANS-TYPE
    END-IF
    MOVE SPACES            TO RL-INVOICE-REF
                              RL-FEED-ID
    WRITE RELEASE-RECORD

    ADD 1                  TO RELEASED-COUNT
    WRITE REJECT-LINE FROM REGISTER-TOTAL-LINE
    .

LOAD-FEED-GENERATION.

*>  GENPRIOR is the (0) generation of the SUSPDISP GDG this run     >*
*>  adds to.  With none yet (the first run) or none carrying a      >*
*>  header (one written before generations were numbered),          >*
*>  numbering starts at 1.                                          >*
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
    DISPLAY 'SUSPDISP GENERATION ' FEED-GENERATION
    .

WRITE-FEED-HEADER.

    MOVE SPACES              TO RELEASE-HEADER-RECORD
    MOVE 'HDR'               TO RLH-RECORD-TYPE
    MOVE 'SUSPDISP'          TO RLH-PROGRAM
    MOVE RUN-DATE-YYYYMMDD   TO RLH-RUN-DATE
    MOVE FEED-GENERATION     TO RLH-GENERATION
    WRITE RELEASE-HEADER-RECORD
    .

WRITE-FEED-TRAILER.

    MOVE SPACES              TO RELEASE-TRAILER-RECORD
    MOVE 'TRL'               TO RLT-RECORD-TYPE
    MOVE RELEASED-COUNT      TO RLT-RECORD-COUNT
    MOVE RELEASED-AMOUNT     TO RLT-AMOUNT
    WRITE RELEASE-TRAILER-RECORD
    .

CLOSE-FILES.

    CLOSE SORTED-SUSP-FILE
