*> concatenation), still-unmatched items roll forward with their    >*
*> days-in-suspense count, and an aging report buckets the open     >*
*> items (1-7, 8-30, over 30 days) with counts and amounts.         >*
*>                                                                  >*
*> Each RECYCLE generation opens with an HDR record (producing      >*
*> program, run date, generation number) and closes with a TRL      >*
*> record (record count, net amount).  The generation number is one >*
*> more than the one on the header of the previous generation, read >*
*> through GENPRIOR.  BALANCE-LINE proves the trailer and posts     >*
*> each generation only once, against its consumed-feed registry.   >*

IDENTIFICATION DIVISION.
PROGRAM-ID. SUSP-RECYCLE.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECYCLE-FILE-STATUS.

    SELECT PRIOR-GENERATION-FILE
        ASSIGN TO "GENPRIOR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PRIOR-GENERATION-FILE-STATUS.

    SELECT SUSPENSE-OUT-FILE
        ASSIGN TO "SUSPOUT"
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
        05 SS-TRANS-CLIENT    PIC 9(05).
        05 SS-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 SS-REASON          PIC X(30).
            88 SS-HELD-FOR-REVIEW VALUE 'ADJUSTMENT OVER REVIEW LIMIT'
                                        'DATED IN CLOSED PERIOD'.
        05 SS-TRANS-DATE      PIC X(08).
        05 SS-SUSP-DATE       PIC X(08).
        05 SS-DAYS-IN-SUSP    PIC X(05).
        05 SS-TRANS-TYPE      PIC X(02).
        05 SS-FEED-ID         PIC X(08).

FD  RECYCLE-FILE.
    01 RECYCLE-RECORD.
        05 RC-TRANS-DATE      PIC 9(08).
        05 RC-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 RC-TRANS-TYPE      PIC X(02).
        05 RC-INVOICE-REF     PIC X(05).
        05 RC-FEED-ID         PIC X(08).
*>  Each generation opens with an HDR and closes with a TRL         >*
*>  carrying the record count and net amount, for BALANCE-LINE to   >*
*>  prove.                                                          >*
    01 RECYCLE-HEADER-RECORD.
        05 RCH-RECORD-TYPE    PIC X(03).
        05 RCH-PROGRAM        PIC X(08).
        05 RCH-RUN-DATE       PIC 9(08).
        05 RCH-GENERATION     PIC 9(09).
        05 FILLER             PIC X(15).
    01 RECYCLE-TRAILER-RECORD.
        05 RCT-RECORD-TYPE    PIC X(03).
        05 RCT-RECORD-COUNT   PIC 9(06).
        05 RCT-AMOUNT         PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
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

FD  SUSPENSE-OUT-FILE.
    01 SUSPENSE-OUT-RECORD.
        05 SO-SUSP-DATE       PIC 9(08).
        05 SO-DAYS-IN-SUSP    PIC 9(05).
        05 SO-TRANS-TYPE      PIC X(02).
        05 SO-FEED-ID         PIC X(08).

FD  AGING-REPORT-FILE.
    01 AGING-LINE             PIC X(80).

WORKING-STORAGE SECTION.

*>  The generation number this run writes on the SUSPRCYC feed.     >*
    01 FEED-GENERATION        PIC 9(09) VALUE 1.

    01 CUR-CLIENT-ID          PIC 9(05).

*>  Same old-id-to-new-id pairs BALANCE-LINE consults: an item      >*
        88 SORTED-SUSP-FILE-OK           VALUE '00'.
    01 RECYCLE-FILE-STATUS           PIC X(02).
        88 RECYCLE-FILE-OK               VALUE '00'.
    01 PRIOR-GENERATION-FILE-STATUS  PIC X(02).
        88 PRIOR-GENERATION-FILE-OK        VALUE '00'.
        88 PRIOR-GENERATION-FILE-NOT-FOUND VALUE '35'.
    01 SUSPENSE-OUT-FILE-STATUS      PIC X(02).
        88 SUSPENSE-OUT-FILE-OK          VALUE '00'.
    01 AGING-REPORT-FILE-STATUS      PIC X(02).
PROCEDURE DIVISION.

    PERFORM OPEN-FILES
    PERFORM LOAD-FEED-GENERATION
    PERFORM WRITE-FEED-HEADER
    PERFORM LOAD-XREF-TABLE
    PERFORM SORT-SUSPENSE-INPUT
    PERFORM OPEN-SORTED-SUSPENSE
        EVALUATE TRUE
            WHEN SS-TRANS-CLIENT > CUR-CLIENT-ID
                PERFORM READ-CLIENT-MASTER
            WHEN SS-HELD-FOR-REVIEW
*>              The item is parked pending manual review;           >*
*>              recycling it would only bounce it straight back     >*
*>              into suspense every night.  An item dated in a      >*
*>              closed period stays dated there however often it    >*
*>              is presented.                                       >*
                PERFORM ROLL-FORWARD-ITEM
                PERFORM READ-SORTED-SUSPENSE
            WHEN SS-TRANS-CLIENT < CUR-CLIENT-ID
    END-PERFORM

    PERFORM UNTIL SUSP-EOF
        IF SS-HELD-FOR-REVIEW
            PERFORM ROLL-FORWARD-ITEM
        ELSE
            PERFORM DISPOSE-UNMATCHED-ITEM

    PERFORM WRITE-AGING-TOTALS
    PERFORM WRITE-RUN-HISTORY
    PERFORM WRITE-FEED-TRAILER
    PERFORM CLOSE-FILES

    STOP RUN
    END-IF
    MOVE SS-TRANS-AMMOUNT  TO RC-TRANS-AMMOUNT
    MOVE SS-TRANS-TYPE     TO RC-TRANS-TYPE
    MOVE SPACES            TO RC-INVOICE-REF
                              RC-FEED-ID
    WRITE RECYCLE-RECORD

    ADD 1                  TO RECYCLE-COUNT
    MOVE SUSP-DATE-NUM     TO SO-SUSP-DATE
    MOVE DAYS-IN-SUSPENSE  TO SO-DAYS-IN-SUSP
    MOVE SS-TRANS-TYPE     TO SO-TRANS-TYPE
    MOVE SS-FEED-ID        TO SO-FEED-ID
    WRITE SUSPENSE-OUT-RECORD

    ADD 1                  TO OPEN-ITEM-COUNT
    WRITE AGING-LINE FROM AGING-BUCKET-LINE
    .

LOAD-FEED-GENERATION.

*>  GENPRIOR is the (0) generation of the SUSPRCYC GDG this run     >*
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
    DISPLAY 'SUSPRCYC GENERATION ' FEED-GENERATION
    .

WRITE-FEED-HEADER.

    MOVE SPACES              TO RECYCLE-HEADER-RECORD
    MOVE 'HDR'               TO RCH-RECORD-TYPE
    MOVE 'SUSPRCYC'          TO RCH-PROGRAM
    MOVE RUN-DATE-YYYYMMDD   TO RCH-RUN-DATE
    MOVE FEED-GENERATION     TO RCH-GENERATION
    WRITE RECYCLE-HEADER-RECORD
    .

WRITE-FEED-TRAILER.

    MOVE SPACES              TO RECYCLE-TRAILER-RECORD
    MOVE 'TRL'               TO RCT-RECORD-TYPE
    MOVE RECYCLE-COUNT       TO RCT-RECORD-COUNT
    MOVE RECYCLE-AMOUNT      TO RCT-AMOUNT
    WRITE RECYCLE-TRAILER-RECORD
    .

CLOSE-FILES.

    CLOSE CLIENT-MASTER-FILE
