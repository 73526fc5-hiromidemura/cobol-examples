*> Client merge.  When two clients merge, a hand-keyed XREFFILE     >*
*> pair used to be the whole of it: BALANCE-LINE redirected new     >*
*> postings to the survivor, but the dead number's carried balance  >*
*> stayed on the balance master, its invoices stayed open on the    >*
*> CASH-APPLY open-item file and its history stayed under the old   >*
*> id, so an inquiry on the survivor showed half the story.  This   >*
*> program applies merge requests (old id, survivor id, effective   >*
*> date) in one pass over each of those files: the old client's     >*
*> balance moves onto the survivor's, its open items and history    >*
*> records are re-keyed to the survivor (and re-sorted, since the   >*
*> new key changes their place in the file), and the cross-         >*
*> reference entry is written here rather than by hand.  A merge    >*
*> is refused when the survivor is not on the client master or the  >*
*> old id is already mapped.  Every request prints on a merge       >*
*> register with the before and after balances of both clients,     >*
*> which must tie, and rejected requests also print on their own    >*
*> report, in the CLIENT-MAINT style, so nothing vanishes silently. >*
*> Open disputes held by DISPUTE-MAINT follow their invoices to the >*
*> survivor, so a held invoice stays held after the merge.          >*
*> The old client's overdue history and write-off record move to    >*
*> the survivor the same way, folded into the survivor's own where  >*
*> both ids have one, so the over-90 month count keeps running and  >*
*> a later payment from the survivor is still a recovery.           >*

IDENTIFICATION DIVISION.
PROGRAM-ID. CLIENT-MERGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

    SELECT MERGE-REQUEST-FILE
        ASSIGN TO "MERGEIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MERGE-REQUEST-FILE-STATUS.

    SELECT CLIENT-MASTER-FILE
        ASSIGN TO "CLIENTMF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CLIENT-MASTER-FILE-STATUS.

    SELECT XREF-IN-FILE
        ASSIGN TO "XREFIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS XREF-IN-FILE-STATUS.

    SELECT XREF-OUT-FILE
        ASSIGN TO "XREFOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS XREF-OUT-FILE-STATUS.

    SELECT BALANCE-IN-FILE
        ASSIGN TO "BALMSTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BALANCE-IN-FILE-STATUS.

    SELECT BALANCE-OUT-FILE
        ASSIGN TO "BALMSTOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BALANCE-OUT-FILE-STATUS.

    SELECT BALANCE-SORT-FILE
        ASSIGN TO "SORTWK".

    SELECT OPEN-ITEM-IN-FILE
        ASSIGN TO "OPENIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPEN-ITEM-IN-FILE-STATUS.

    SELECT OPEN-ITEM-OUT-FILE
        ASSIGN TO "OPENOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPEN-ITEM-OUT-FILE-STATUS.

    SELECT OPEN-ITEM-SORT-FILE
        ASSIGN TO "SORTWK".

    SELECT HISTORY-IN-FILE
        ASSIGN TO "HISTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HISTORY-IN-FILE-STATUS.

    SELECT HISTORY-OUT-FILE
        ASSIGN TO "HISTOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HISTORY-OUT-FILE-STATUS.

    SELECT HISTORY-SORT-FILE
        ASSIGN TO "SORTWK".

    SELECT DISPUTE-IN-FILE
        ASSIGN TO "DSPTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DISPUTE-IN-FILE-STATUS.

    SELECT DISPUTE-OUT-FILE
        ASSIGN TO "DSPTOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DISPUTE-OUT-FILE-STATUS.

    SELECT DISPUTE-SORT-FILE
        ASSIGN TO "SORTWK".

    SELECT OVERDUE-HIST-IN-FILE
        ASSIGN TO "ODHISTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OVERDUE-HIST-IN-FILE-STATUS.

    SELECT OVERDUE-HIST-OUT-FILE
        ASSIGN TO "ODHISTOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OVERDUE-HIST-OUT-FILE-STATUS.

    SELECT OVERDUE-HIST-SORT-FILE
        ASSIGN TO "SORTWK".

    SELECT WRITEOFF-IN-FILE
        ASSIGN TO "WOFFIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WRITEOFF-IN-FILE-STATUS.

    SELECT WRITEOFF-OUT-FILE
        ASSIGN TO "WOFFOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WRITEOFF-OUT-FILE-STATUS.

    SELECT WRITEOFF-SORT-FILE
        ASSIGN TO "SORTWK".

    SELECT REGISTER-REPORT-FILE
        ASSIGN TO "MERGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REGISTER-REPORT-FILE-STATUS.

    SELECT REJECT-REPORT-FILE
        ASSIGN TO "MRGREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REJECT-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  MERGE-REQUEST-FILE.
    01 MERGE-REQUEST-RECORD.
        05 MR-OLD-CLIENT-ID   PIC 9(05).
        05 MR-SURVIVOR-ID     PIC 9(05).
        05 MR-EFFECTIVE-DATE  PIC 9(08).

FD  CLIENT-MASTER-FILE.
    01 CLIENT-MASTER-RECORD.
        05 CM-CLIENT-ID       PIC 9(05).
        05 CM-CLIENT-NAME     PIC X(40).
        05 CM-CREDIT-LIMIT    PIC 9(09)V99.
        05 CM-ADDR-LINE-1     PIC X(30).
        05 CM-ADDR-LINE-2     PIC X(30).
        05 CM-POSTAL-CODE     PIC X(10).
        05 CM-DELIV-PREF      PIC X(01).

FD  XREF-IN-FILE.
    01 XREF-IN-RECORD.
        05 XI-OLD-CLIENT-ID   PIC 9(05).
        05 XI-NEW-CLIENT-ID   PIC 9(05).

FD  XREF-OUT-FILE.
    01 XREF-OUT-RECORD.
        05 XO-OLD-CLIENT-ID   PIC 9(05).
        05 XO-NEW-CLIENT-ID   PIC 9(05).

FD  BALANCE-IN-FILE.
    01 BALANCE-IN-RECORD.
        05 BI-CLIENT-ID       PIC 9(05).
        05 BI-BALANCE         PIC S9(09)V99 SIGN IS TRAILING SEPARATE.

FD  BALANCE-OUT-FILE.
    01 BALANCE-OUT-RECORD.
        05 BO-CLIENT-ID       PIC 9(05).
        05 BO-BALANCE         PIC S9(09)V99 SIGN IS TRAILING SEPARATE.

SD  BALANCE-SORT-FILE.
    01 BALANCE-SORT-RECORD.
        05 BS-CLIENT-ID       PIC 9(05).
        05 BS-BALANCE         PIC S9(09)V99 SIGN IS TRAILING SEPARATE.

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

SD  OPEN-ITEM-SORT-FILE.
    01 OPEN-ITEM-SORT-RECORD.
        05 OS-CLIENT-ID       PIC 9(05).
        05 OS-TRANS-DATE      PIC 9(08).
        05 OS-TRANS-ID        PIC 9(05).
        05 OS-ORIG-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OS-OPEN-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OS-DISPUTE-FLAG    PIC X(01).

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

FD  HISTORY-OUT-FILE.
    01 HISTORY-OUT-RECORD.
        05 HO-SORT-KEY.
            10 HO-CLIENT-ID   PIC 9(05).
            10 HO-TRANS-DATE  PIC 9(08).
            10 HO-TRANS-ID    PIC 9(05).
        05 HO-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 HO-TRANS-TYPE      PIC X(02).
        05 HO-OUTCOME         PIC X(30).
        05 HO-RUN-DATE        PIC 9(08).

SD  HISTORY-SORT-FILE.
    01 HISTORY-SORT-RECORD.
        05 HS-SORT-KEY.
            10 HS-CLIENT-ID   PIC 9(05).
            10 HS-TRANS-DATE  PIC 9(08).
            10 HS-TRANS-ID    PIC 9(05).
        05 HS-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 HS-TRANS-TYPE      PIC X(02).
        05 HS-OUTCOME         PIC X(30).
        05 HS-RUN-DATE        PIC 9(08).

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

SD  DISPUTE-SORT-FILE.
    01 DISPUTE-SORT-RECORD.
        05 DS-CLIENT-ID       PIC 9(05).
        05 DS-TRANS-ID        PIC 9(05).
        05 DS-OPEN-DATE       PIC 9(08).
        05 DS-REASON          PIC X(30).

*>  The RECV-AGE overdue history, one record per client in client   >*
*>  sequence.                                                       >*
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

SD  OVERDUE-HIST-SORT-FILE.
    01 OVERDUE-HIST-SORT-RECORD.
        05 ODS-CLIENT-ID      PIC 9(05).
        05 ODS-AGED-DATE      PIC 9(08).
        05 ODS-BALANCE        PIC S9(09)V99 SIGN IS TRAILING SEPARATE.
        05 ODS-OVER-90        PIC S9(09)V99 SIGN IS TRAILING SEPARATE.
        05 ODS-OVER-90-MONTHS PIC 9(03).

*>  The BAD-DEBT-WRITEOFF written-off client file, one record per   >*
*>  client in client sequence.                                      >*
FD  WRITEOFF-IN-FILE.
    01 WRITEOFF-IN-RECORD.
        05 WI-CLIENT-ID       PIC 9(05).
        05 WI-WRITEOFF-DATE   PIC 9(08).
        05 WI-WRITEOFF-AMOUNT PIC 9(07)V99.
        05 WI-BD-TRANS-ID     PIC 9(05).

FD  WRITEOFF-OUT-FILE.
    01 WRITEOFF-OUT-RECORD.
        05 WO-CLIENT-ID       PIC 9(05).
        05 WO-WRITEOFF-DATE   PIC 9(08).
        05 WO-WRITEOFF-AMOUNT PIC 9(07)V99.
        05 WO-BD-TRANS-ID     PIC 9(05).

SD  WRITEOFF-SORT-FILE.
    01 WRITEOFF-SORT-RECORD.
        05 WFS-CLIENT-ID       PIC 9(05).
        05 WFS-WRITEOFF-DATE   PIC 9(08).
        05 WFS-WRITEOFF-AMOUNT PIC 9(07)V99.
        05 WFS-BD-TRANS-ID     PIC 9(05).

FD  REGISTER-REPORT-FILE.
    01 REGISTER-LINE          PIC X(80).

FD  REJECT-REPORT-FILE.
    01 REJECT-LINE            PIC X(80).

WORKING-STORAGE SECTION.

*>  The run's merge requests, in arrival order.  Each is decided    >*
*>  before any file is rewritten, so a rejected request leaves      >*
*>  every file exactly as it found it.  1000 slots matches the      >*
*>  cross-reference table BALANCE-LINE loads.                       >*
    01 TABLE-MERGE.
        05 MERGE-ENTRY  OCCURS 1000 TIMES.
            10 MG-OLD-ID          PIC 9(05).
            10 MG-SURVIVOR-ID     PIC 9(05).
            10 MG-EFFECTIVE-DATE  PIC 9(08).
            10 MG-STATUS-SW       PIC X(01).
                88 MG-ACCEPTED      VALUE 'A'.
                88 MG-REJECTED      VALUE 'R'.
            10 MG-REASON          PIC X(30).
            10 MG-SURVIVOR-SW     PIC X(01).
                88 MG-SURVIVOR-ON-MASTER VALUE 'Y'.
            10 MG-SURV-ROW-SW     PIC X(01).
                88 MG-SURV-HAS-ROW  VALUE 'Y'.
            10 MG-OLD-BALANCE     PIC S9(09)V99.
            10 MG-SURV-RAW        PIC S9(09)V99.
            10 MG-SURV-BEFORE     PIC S9(09)V99.
            10 MG-SURV-AFTER      PIC S9(09)V99.
            10 MG-OPEN-COUNT      PIC 9(09).
            10 MG-OPEN-AMOUNT     PIC S9(11)V99.
            10 MG-HIST-COUNT      PIC 9(09).
            10 MG-HIST-AMOUNT     PIC S9(11)V99.
            10 MG-OVERDUE-COUNT   PIC 9(09).
            10 MG-OVERDUE-AMOUNT  PIC S9(11)V99.
            10 MG-WOFF-COUNT      PIC 9(09).
            10 MG-WOFF-AMOUNT     PIC S9(11)V99.

    01 MERGE-COUNT            PIC 9(05) VALUE 0.
    01 IDX-MERGE              PIC 9(05).
    01 IDX-PRIOR              PIC 9(05).
    01 IDX-MATCH              PIC 9(05).
    01 MERGE-FOUND-SW         PIC X(01).
        88 MERGE-FOUND        VALUE 'Y'.
    01 MERGE-LOOKUP-ID        PIC 9(05).
    01 ACCEPTED-COUNT         PIC 9(05) VALUE 0.

*>  The cross-reference as it stood before this run.                >*
    01 TABLE-XREF.
        05 XREF-ENTRY  OCCURS 1000 TIMES.
            10 XREF-OLD-ID    PIC 9(05).
            10 XREF-NEW-ID    PIC 9(05).

    01 XREF-COUNT             PIC 9(05) VALUE 0.
    01 IDX-XREF               PIC 9(05).
    01 XREF-FOUND-SW          PIC X(01).
        88 XREF-FOUND         VALUE 'Y'.
    01 XREF-LOOKUP-ID         PIC 9(05).

    01 REQUEST-EOF-SW         PIC X(01) VALUE 'N'.
        88 REQUEST-EOF        VALUE 'Y'.
    01 CLIENT-EOF-SW          PIC X(01) VALUE 'N'.
        88 CLIENT-EOF         VALUE 'Y'.
    01 XREF-EOF-SW            PIC X(01) VALUE 'N'.
        88 XREF-EOF           VALUE 'Y'.
    01 BALANCE-IN-EOF-SW      PIC X(01) VALUE 'N'.
        88 BALANCE-IN-EOF     VALUE 'Y'.
    01 OPEN-IN-EOF-SW         PIC X(01) VALUE 'N'.
        88 OPEN-IN-EOF        VALUE 'Y'.
    01 HISTORY-IN-EOF-SW      PIC X(01) VALUE 'N'.
        88 HISTORY-IN-EOF     VALUE 'Y'.
    01 DISPUTE-IN-EOF-SW      PIC X(01) VALUE 'N'.
        88 DISPUTE-IN-EOF     VALUE 'Y'.
    01 OVERDUE-IN-EOF-SW      PIC X(01) VALUE 'N'.
        88 OVERDUE-IN-EOF     VALUE 'Y'.
    01 WRITEOFF-IN-EOF-SW     PIC X(01) VALUE 'N'.
        88 WRITEOFF-IN-EOF    VALUE 'Y'.
    01 SORT-RETURN-EOF-SW     PIC X(01).
        88 SORT-RETURN-EOF    VALUE 'Y'.
    01 HELD-RECORD-SW         PIC X(01).
        88 HELD-RECORD        VALUE 'Y'.
    01 BALANCE-PRESENT-SW     PIC X(01) VALUE 'Y'.
        88 BALANCE-PRESENT    VALUE 'Y'.

    01 MERGE-REQUEST-FILE-STATUS     PIC X(02).
        88 MERGE-REQUEST-FILE-OK         VALUE '00'.
    01 CLIENT-MASTER-FILE-STATUS     PIC X(02).
        88 CLIENT-MASTER-FILE-OK         VALUE '00'.
    01 XREF-IN-FILE-STATUS           PIC X(02).
        88 XREF-IN-FILE-OK               VALUE '00'.
        88 XREF-IN-FILE-NOT-FOUND        VALUE '35'.
    01 XREF-OUT-FILE-STATUS          PIC X(02).
        88 XREF-OUT-FILE-OK              VALUE '00'.
    01 BALANCE-IN-FILE-STATUS        PIC X(02).
        88 BALANCE-IN-FILE-OK            VALUE '00'.
        88 BALANCE-IN-FILE-NOT-FOUND     VALUE '35'.
    01 BALANCE-OUT-FILE-STATUS       PIC X(02).
        88 BALANCE-OUT-FILE-OK           VALUE '00'.
    01 OPEN-ITEM-IN-FILE-STATUS      PIC X(02).
        88 OPEN-ITEM-IN-FILE-OK          VALUE '00'.
        88 OPEN-ITEM-IN-FILE-NOT-FOUND   VALUE '35'.
    01 OPEN-ITEM-OUT-FILE-STATUS     PIC X(02).
        88 OPEN-ITEM-OUT-FILE-OK         VALUE '00'.
    01 HISTORY-IN-FILE-STATUS        PIC X(02).
        88 HISTORY-IN-FILE-OK            VALUE '00'.
        88 HISTORY-IN-FILE-NOT-FOUND     VALUE '35'.
    01 HISTORY-OUT-FILE-STATUS       PIC X(02).
        88 HISTORY-OUT-FILE-OK           VALUE '00'.
    01 DISPUTE-IN-FILE-STATUS        PIC X(02).
        88 DISPUTE-IN-FILE-OK            VALUE '00'.
        88 DISPUTE-IN-FILE-NOT-FOUND     VALUE '35'.
    01 DISPUTE-OUT-FILE-STATUS       PIC X(02).
        88 DISPUTE-OUT-FILE-OK           VALUE '00'.
    01 OVERDUE-HIST-IN-FILE-STATUS   PIC X(02).
        88 OVERDUE-HIST-IN-FILE-OK       VALUE '00'.
        88 OVERDUE-HIST-IN-FILE-NOT-FOUND VALUE '35'.
    01 OVERDUE-HIST-OUT-FILE-STATUS  PIC X(02).
        88 OVERDUE-HIST-OUT-FILE-OK      VALUE '00'.
    01 WRITEOFF-IN-FILE-STATUS       PIC X(02).
        88 WRITEOFF-IN-FILE-OK           VALUE '00'.
        88 WRITEOFF-IN-FILE-NOT-FOUND    VALUE '35'.
    01 WRITEOFF-OUT-FILE-STATUS      PIC X(02).
        88 WRITEOFF-OUT-FILE-OK          VALUE '00'.
    01 REGISTER-REPORT-FILE-STATUS   PIC X(02).
        88 REGISTER-REPORT-FILE-OK       VALUE '00'.
    01 REJECT-REPORT-FILE-STATUS     PIC X(02).
        88 REJECT-REPORT-FILE-OK         VALUE '00'.

    01 REQUEST-READ-COUNT     PIC 9(05) VALUE 0.
    01 REJECT-COUNT           PIC 9(05) VALUE 0.

    01 BALANCE-IN-COUNT       PIC 9(09) VALUE 0.
    01 BALANCE-IN-AMOUNT      PIC S9(11)V99 VALUE 0.
    01 BALANCE-OUT-COUNT      PIC 9(09) VALUE 0.
    01 BALANCE-OUT-AMOUNT     PIC S9(11)V99 VALUE 0.
    01 BALANCE-ADDED-COUNT    PIC 9(09) VALUE 0.
    01 BALANCE-MOVED-AMOUNT   PIC S9(11)V99 VALUE 0.

    01 OPEN-IN-COUNT          PIC 9(09) VALUE 0.
    01 OPEN-IN-AMOUNT         PIC S9(11)V99 VALUE 0.
    01 OPEN-REKEYED-COUNT     PIC 9(09) VALUE 0.
    01 OPEN-REKEYED-AMOUNT    PIC S9(11)V99 VALUE 0.

    01 HISTORY-IN-COUNT       PIC 9(09) VALUE 0.
    01 HISTORY-IN-AMOUNT      PIC S9(11)V99 VALUE 0.
    01 HISTORY-REKEYED-COUNT  PIC 9(09) VALUE 0.
    01 HISTORY-REKEYED-AMOUNT PIC S9(11)V99 VALUE 0.

    01 DISPUTE-IN-COUNT       PIC 9(09) VALUE 0.
    01 DISPUTE-REKEYED-COUNT  PIC 9(09) VALUE 0.

*>  Overdue history is proved on its over-90 amount, as RECV-AGE    >*
*>  totals it.  A survivor that already had a record absorbs the    >*
*>  old client's, so records out are records in less those folded.  >*
    01 OVERDUE-IN-COUNT       PIC 9(09) VALUE 0.
    01 OVERDUE-IN-AMOUNT      PIC S9(11)V99 VALUE 0.
    01 OVERDUE-REKEYED-COUNT  PIC 9(09) VALUE 0.
    01 OVERDUE-REKEYED-AMOUNT PIC S9(11)V99 VALUE 0.
    01 OVERDUE-FOLDED-COUNT   PIC 9(09) VALUE 0.

    01 WOFF-IN-COUNT          PIC 9(09) VALUE 0.
    01 WOFF-IN-AMOUNT         PIC S9(11)V99 VALUE 0.
    01 WOFF-REKEYED-COUNT     PIC 9(09) VALUE 0.
    01 WOFF-REKEYED-AMOUNT    PIC S9(11)V99 VALUE 0.
    01 WOFF-FOLDED-COUNT      PIC 9(09) VALUE 0.

    01 XREF-REPOINTED-COUNT   PIC 9(09) VALUE 0.
    01 XREF-OUT-COUNT         PIC 9(09) VALUE 0.

*>  Output-side figures are counted as the sorted files are read    >*
*>  back, so the register proves what actually landed on disk.      >*
    01 OPEN-OUT-COUNT         PIC 9(09) VALUE 0.
    01 OPEN-OUT-AMOUNT        PIC S9(11)V99 VALUE 0.
    01 HISTORY-OUT-COUNT      PIC 9(09) VALUE 0.
    01 HISTORY-OUT-AMOUNT     PIC S9(11)V99 VALUE 0.
    01 DISPUTE-OUT-COUNT      PIC 9(09) VALUE 0.
    01 OVERDUE-OUT-COUNT      PIC 9(09) VALUE 0.
    01 OVERDUE-OUT-AMOUNT     PIC S9(11)V99 VALUE 0.
    01 WOFF-OUT-COUNT         PIC 9(09) VALUE 0.
    01 WOFF-OUT-AMOUNT        PIC S9(11)V99 VALUE 0.
    01 VERIFY-EOF-SW          PIC X(01).
        88 VERIFY-EOF         VALUE 'Y'.

    01 COMBINED-BEFORE        PIC S9(11)V99.
    01 COMBINED-AFTER         PIC S9(11)V99.
    01 TIE-BREAK-COUNT        PIC 9(05) VALUE 0.

    01 RUN-DATE-YYYYMMDD.
        05 RUN-YYYY           PIC 9(04).
        05 RUN-MM             PIC 9(02).
        05 RUN-DD             PIC 9(02).
    01 RUN-DATE-NUM           PIC 9(08).

    01 REGISTER-HEADING-1.
        05 FILLER             PIC X(30) VALUE
           'CLIENT MERGE REGISTER'.
        05 FILLER             PIC X(10) VALUE SPACES.
        05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
        05 MH1-RUN-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 MH1-RUN-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 MH1-RUN-YYYY       PIC 9999.

    01 REGISTER-HEADING-2.
        05 FILLER             PIC X(08) VALUE 'OLD ID  '.
        05 FILLER             PIC X(10) VALUE 'SURVIVOR  '.
        05 FILLER             PIC X(10) VALUE 'EFFECTIVE '.
        05 FILLER             PIC X(12) VALUE 'DISPOSITION '.
        05 FILLER             PIC X(30) VALUE 'REASON'.

    01 REGISTER-DETAIL-LINE.
        05 RD-OLD-ID          PIC ZZZZ9.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 RD-SURVIVOR-ID     PIC ZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 RD-EFFECTIVE-DATE  PIC 9(08).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 RD-DISPOSITION     PIC X(08).
        05 FILLER             PIC X(04) VALUE SPACES.
        05 RD-REASON          PIC X(30).

    01 REGISTER-BALANCE-LINE.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 RB-LABEL           PIC X(16).
        05 FILLER             PIC X(08) VALUE 'BEFORE: '.
        05 RB-BEFORE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 FILLER             PIC X(07) VALUE 'AFTER: '.
        05 RB-AFTER           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

    01 REGISTER-REKEY-LINE.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 RK-LABEL           PIC X(16).
        05 FILLER             PIC X(08) VALUE 'COUNT:  '.
        05 RK-COUNT           PIC ZZZZZZZZ9.
        05 FILLER             PIC X(12) VALUE SPACES.
        05 FILLER             PIC X(08) VALUE 'AMOUNT: '.
        05 RK-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

    01 REJECT-HEADING-1.
        05 FILLER             PIC X(35) VALUE
           'CLIENT MERGE - REJECTED REQUESTS'.

    01 REGISTER-TOTAL-LINE.
        05 RT-LABEL           PIC X(26).
        05 FILLER             PIC X(07) VALUE 'COUNT: '.
        05 RT-COUNT           PIC ZZZZZZZZ9.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 FILLER             PIC X(08) VALUE 'AMOUNT: '.
        05 RT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.

    PERFORM OPEN-FILES
    PERFORM LOAD-XREF-TABLE
    PERFORM LOAD-MERGE-REQUESTS
    PERFORM CONFIRM-SURVIVORS
    PERFORM CAPTURE-BALANCES
    PERFORM COMPUTE-MERGED-BALANCES

    PERFORM SORT-MERGED-BALANCES
    PERFORM SORT-REKEYED-OPEN-ITEMS
    PERFORM SORT-REKEYED-HISTORY
    PERFORM SORT-REKEYED-DISPUTES
    PERFORM SORT-REKEYED-OVERDUE-HIST
    PERFORM SORT-REKEYED-WRITEOFFS
    PERFORM VERIFY-REKEYED-FILES
    PERFORM WRITE-XREF-OUT

    PERFORM WRITE-MERGE-REGISTER
    PERFORM WRITE-REGISTER-TOTALS
    PERFORM CLOSE-FILES

    STOP RUN
    .

OPEN-FILES.

    OPEN INPUT  MERGE-REQUEST-FILE
    IF NOT MERGE-REQUEST-FILE-OK
        DISPLAY 'MERGE-REQUEST-FILE FAILED TO OPEN - FILE STATUS ' MERGE-REQUEST-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT  CLIENT-MASTER-FILE
    IF NOT CLIENT-MASTER-FILE-OK
        DISPLAY 'CLIENT-MASTER-FILE FAILED TO OPEN - FILE STATUS ' CLIENT-MASTER-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT XREF-OUT-FILE
    IF NOT XREF-OUT-FILE-OK
        DISPLAY 'XREF-OUT-FILE FAILED TO OPEN - FILE STATUS ' XREF-OUT-FILE-STATUS
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

    ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
    MOVE RUN-DATE-YYYYMMDD TO RUN-DATE-NUM
    .

LOAD-XREF-TABLE.

*>  The cross-reference may legitimately be absent before the first >*
*>  merge this shop ever runs; the new file then holds only this    >*
*>  run's entries.                                                  >*
    OPEN INPUT XREF-IN-FILE
    IF XREF-IN-FILE-NOT-FOUND
        DISPLAY 'XREF-IN-FILE NOT FOUND - NO EXISTING CLIENT REDIRECTION'
        MOVE 'Y' TO XREF-EOF-SW
    ELSE
        IF NOT XREF-IN-FILE-OK
            DISPLAY 'XREF-IN-FILE FAILED TO OPEN - FILE STATUS ' XREF-IN-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF

        PERFORM READ-XREF-IN
        PERFORM UNTIL XREF-EOF
            IF XREF-COUNT >= 1000
                DISPLAY 'XREF-IN-FILE EXCEEDS TABLE-XREF CAPACITY (1000) - RUN TERMINATED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1                  TO XREF-COUNT
            MOVE XI-OLD-CLIENT-ID  TO XREF-OLD-ID(XREF-COUNT)
            MOVE XI-NEW-CLIENT-ID  TO XREF-NEW-ID(XREF-COUNT)
            PERFORM READ-XREF-IN
        END-PERFORM
        CLOSE XREF-IN-FILE
    END-IF
    .

READ-XREF-IN.

    READ XREF-IN-FILE
        AT END MOVE 'Y' TO XREF-EOF-SW
    END-READ
    .

LOOKUP-XREF.

    MOVE 'N'           TO XREF-FOUND-SW
    MOVE 0             TO IDX-XREF
    PERFORM UNTIL IDX-XREF EQUAL XREF-COUNT OR XREF-FOUND
        ADD 1          TO IDX-XREF
        IF XREF-OLD-ID(IDX-XREF) = XREF-LOOKUP-ID
            MOVE 'Y'   TO XREF-FOUND-SW
        END-IF
    END-PERFORM
    .

LOAD-MERGE-REQUESTS.

*>  Every request is validated as it is loaded except the survivor  >*
*>  check, which needs the pass over the client master.  Checks run >*
*>  first-failure-wins, and a request is measured against the ones  >*
*>  ahead of it in the file as well as against the cross-reference, >*
*>  so one run can never build a chain (A to B, then B to C) that   >*
*>  BALANCE-LINE's single-level lookup would not follow.            >*
    PERFORM READ-MERGE-REQUEST
    PERFORM UNTIL REQUEST-EOF
        IF MERGE-COUNT >= 1000
            DISPLAY 'MERGE-REQUEST-FILE EXCEEDS TABLE-MERGE CAPACITY (1000) - RUN TERMINATED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1                   TO MERGE-COUNT
        MOVE MERGE-COUNT        TO IDX-MERGE
        MOVE 'A'                TO MG-STATUS-SW(IDX-MERGE)
        MOVE SPACES             TO MG-REASON(IDX-MERGE)
        MOVE 'N'                TO MG-SURVIVOR-SW(IDX-MERGE)
                                   MG-SURV-ROW-SW(IDX-MERGE)
        MOVE 0                  TO MG-OLD-BALANCE(IDX-MERGE)
                                   MG-SURV-RAW(IDX-MERGE)
                                   MG-SURV-BEFORE(IDX-MERGE)
                                   MG-SURV-AFTER(IDX-MERGE)
                                   MG-OPEN-COUNT(IDX-MERGE)
                                   MG-OPEN-AMOUNT(IDX-MERGE)
                                   MG-HIST-COUNT(IDX-MERGE)
                                   MG-HIST-AMOUNT(IDX-MERGE)
                                   MG-OVERDUE-COUNT(IDX-MERGE)
                                   MG-OVERDUE-AMOUNT(IDX-MERGE)
                                   MG-WOFF-COUNT(IDX-MERGE)
                                   MG-WOFF-AMOUNT(IDX-MERGE)
        IF MR-OLD-CLIENT-ID NUMERIC
            MOVE MR-OLD-CLIENT-ID   TO MG-OLD-ID(IDX-MERGE)
        ELSE
            MOVE 0                  TO MG-OLD-ID(IDX-MERGE)
        END-IF
        IF MR-SURVIVOR-ID NUMERIC
            MOVE MR-SURVIVOR-ID     TO MG-SURVIVOR-ID(IDX-MERGE)
        ELSE
            MOVE 0                  TO MG-SURVIVOR-ID(IDX-MERGE)
        END-IF
        IF MR-EFFECTIVE-DATE NUMERIC
            MOVE MR-EFFECTIVE-DATE  TO MG-EFFECTIVE-DATE(IDX-MERGE)
        ELSE
            MOVE 0                  TO MG-EFFECTIVE-DATE(IDX-MERGE)
        END-IF

        PERFORM EDIT-MERGE-REQUEST
        PERFORM READ-MERGE-REQUEST
    END-PERFORM
    .

READ-MERGE-REQUEST.

    READ MERGE-REQUEST-FILE
        AT END MOVE 'Y' TO REQUEST-EOF-SW
    END-READ
    IF NOT REQUEST-EOF
        ADD 1 TO REQUEST-READ-COUNT
    END-IF
    .

EDIT-MERGE-REQUEST.

    EVALUATE TRUE
        WHEN MR-OLD-CLIENT-ID NOT NUMERIC
         OR MR-SURVIVOR-ID NOT NUMERIC
            MOVE 'CLIENT ID NOT NUMERIC'         TO MG-REASON(IDX-MERGE)
        WHEN MR-EFFECTIVE-DATE NOT NUMERIC
            MOVE 'EFFECTIVE DATE NOT NUMERIC'    TO MG-REASON(IDX-MERGE)
        WHEN MR-EFFECTIVE-DATE > RUN-DATE-NUM
            MOVE 'EFFECTIVE DATE AFTER RUN DATE' TO MG-REASON(IDX-MERGE)
        WHEN MR-OLD-CLIENT-ID = MR-SURVIVOR-ID
            MOVE 'OLD ID SAME AS SURVIVOR'       TO MG-REASON(IDX-MERGE)
        WHEN OTHER
            PERFORM EDIT-AGAINST-XREF
    END-EVALUATE

    IF MG-REASON(IDX-MERGE) NOT = SPACES
        MOVE 'R'              TO MG-STATUS-SW(IDX-MERGE)
    ELSE
        ADD 1                 TO ACCEPTED-COUNT
    END-IF
    .

EDIT-AGAINST-XREF.

    MOVE MR-OLD-CLIENT-ID   TO XREF-LOOKUP-ID
    PERFORM LOOKUP-XREF
    IF XREF-FOUND
        MOVE 'OLD ID ALREADY MAPPED'        TO MG-REASON(IDX-MERGE)
    ELSE
        MOVE MR-SURVIVOR-ID TO XREF-LOOKUP-ID
        PERFORM LOOKUP-XREF
        IF XREF-FOUND
            MOVE 'SURVIVOR ALREADY MERGED AWAY' TO MG-REASON(IDX-MERGE)
        ELSE
            PERFORM EDIT-AGAINST-EARLIER-REQUESTS
        END-IF
    END-IF

*>  Every accepted merge adds one entry to the cross-reference, and >*
*>  BALANCE-LINE will not load more than its table holds.           >*
    IF MG-REASON(IDX-MERGE) = SPACES
     AND XREF-COUNT + ACCEPTED-COUNT >= 1000
        MOVE 'XREF CAPACITY (1000) REACHED' TO MG-REASON(IDX-MERGE)
    END-IF
    .

EDIT-AGAINST-EARLIER-REQUESTS.

    MOVE 0  TO IDX-PRIOR
    PERFORM UNTIL IDX-PRIOR + 1 >= IDX-MERGE
               OR MG-REASON(IDX-MERGE) NOT = SPACES
        ADD 1  TO IDX-PRIOR
        IF MG-ACCEPTED(IDX-PRIOR)
            EVALUATE TRUE
                WHEN MG-OLD-ID(IDX-PRIOR) = MR-OLD-CLIENT-ID
                    MOVE 'OLD ID ALREADY MAPPED'        TO MG-REASON(IDX-MERGE)
                WHEN MG-OLD-ID(IDX-PRIOR) = MR-SURVIVOR-ID
                    MOVE 'SURVIVOR ALREADY MERGED AWAY' TO MG-REASON(IDX-MERGE)
                WHEN MG-SURVIVOR-ID(IDX-PRIOR) = MR-OLD-CLIENT-ID
                    MOVE 'OLD ID IS SURVIVOR IN THIS RUN' TO MG-REASON(IDX-MERGE)
            END-EVALUATE
        END-IF
    END-PERFORM
    .

CONFIRM-SURVIVORS.

*>  One pass over the client master marks every survivor it holds;  >*
*>  a request whose survivor never turned up is refused.            >*
    PERFORM READ-CLIENT-MASTER
    PERFORM UNTIL CLIENT-EOF
        MOVE 0  TO IDX-MERGE
        PERFORM UNTIL IDX-MERGE EQUAL MERGE-COUNT
            ADD 1  TO IDX-MERGE
            IF MG-SURVIVOR-ID(IDX-MERGE) = CM-CLIENT-ID
                MOVE 'Y'  TO MG-SURVIVOR-SW(IDX-MERGE)
            END-IF
        END-PERFORM
        PERFORM READ-CLIENT-MASTER
    END-PERFORM

    MOVE 0  TO IDX-MERGE
    PERFORM UNTIL IDX-MERGE EQUAL MERGE-COUNT
        ADD 1  TO IDX-MERGE
        IF MG-ACCEPTED(IDX-MERGE)
         AND NOT MG-SURVIVOR-ON-MASTER(IDX-MERGE)
            MOVE 'R'  TO MG-STATUS-SW(IDX-MERGE)
            MOVE 'SURVIVOR NOT ON CLIENT MASTER' TO MG-REASON(IDX-MERGE)
            SUBTRACT 1 FROM ACCEPTED-COUNT
        END-IF
    END-PERFORM
    .

READ-CLIENT-MASTER.

    READ CLIENT-MASTER-FILE
        AT END MOVE 'Y' TO CLIENT-EOF-SW
    END-READ
    .

FIND-MERGE-FOR-OLD-ID.

    MOVE 'N'  TO MERGE-FOUND-SW
    MOVE 0    TO IDX-MERGE
    PERFORM UNTIL IDX-MERGE EQUAL MERGE-COUNT OR MERGE-FOUND
        ADD 1  TO IDX-MERGE
        IF MG-ACCEPTED(IDX-MERGE)
         AND MG-OLD-ID(IDX-MERGE) = MERGE-LOOKUP-ID
            MOVE 'Y'        TO MERGE-FOUND-SW
            MOVE IDX-MERGE  TO IDX-MATCH
        END-IF
    END-PERFORM
    .

FIND-LAST-MERGE-FOR-SURVIVOR.

*>  A survivor can absorb more than one old client in a run; its    >*
*>  balance accumulates request by request, so the last accepted    >*
*>  request naming it holds its final figure.                       >*
    MOVE 'N'  TO MERGE-FOUND-SW
    MOVE 0    TO IDX-MERGE
    PERFORM UNTIL IDX-MERGE EQUAL MERGE-COUNT
        ADD 1  TO IDX-MERGE
        IF MG-ACCEPTED(IDX-MERGE)
         AND MG-SURVIVOR-ID(IDX-MERGE) = MERGE-LOOKUP-ID
            MOVE 'Y'        TO MERGE-FOUND-SW
            MOVE IDX-MERGE  TO IDX-MATCH
        END-IF
    END-PERFORM
    .

CAPTURE-BALANCES.

*>  First pass over the balance master: note the carried balance of >*
*>  every old client and every survivor named by an accepted merge. >*
*>  The master may legitimately be absent before the first          >*
*>  carryforward run; every balance is then zero.                   >*
    OPEN INPUT BALANCE-IN-FILE
    IF BALANCE-IN-FILE-NOT-FOUND
        DISPLAY 'BALANCE-IN-FILE NOT FOUND - ZERO BALANCES ASSUMED'
        MOVE 'N' TO BALANCE-PRESENT-SW
        MOVE 'Y' TO BALANCE-IN-EOF-SW
    ELSE
        IF NOT BALANCE-IN-FILE-OK
            DISPLAY 'BALANCE-IN-FILE FAILED TO OPEN - FILE STATUS ' BALANCE-IN-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    PERFORM READ-BALANCE-IN
    PERFORM UNTIL BALANCE-IN-EOF
        ADD 1           TO BALANCE-IN-COUNT
        ADD BI-BALANCE  TO BALANCE-IN-AMOUNT
        MOVE 0  TO IDX-MERGE
        PERFORM UNTIL IDX-MERGE EQUAL MERGE-COUNT
            ADD 1  TO IDX-MERGE
            IF MG-ACCEPTED(IDX-MERGE)
                IF MG-OLD-ID(IDX-MERGE) = BI-CLIENT-ID
                    MOVE BI-BALANCE  TO MG-OLD-BALANCE(IDX-MERGE)
                END-IF
                IF MG-SURVIVOR-ID(IDX-MERGE) = BI-CLIENT-ID
                    MOVE BI-BALANCE  TO MG-SURV-RAW(IDX-MERGE)
                    MOVE 'Y'         TO MG-SURV-ROW-SW(IDX-MERGE)
                END-IF
            END-IF
        END-PERFORM
        PERFORM READ-BALANCE-IN
    END-PERFORM

    IF BALANCE-PRESENT
        CLOSE BALANCE-IN-FILE
    END-IF
    .

READ-BALANCE-IN.

    IF NOT BALANCE-IN-EOF
        READ BALANCE-IN-FILE
            AT END MOVE 'Y' TO BALANCE-IN-EOF-SW
        END-READ
    END-IF
    .

COMPUTE-MERGED-BALANCES.

*>  Requests are worked in file order.  A survivor's before figure  >*
*>  is its carried balance the first time it is named and the after >*
*>  figure of its previous merge thereafter, so each register entry >*
*>  ties on its own and the entries chain to the final balance.     >*
    MOVE 0  TO IDX-MERGE
    PERFORM UNTIL IDX-MERGE EQUAL MERGE-COUNT
        ADD 1  TO IDX-MERGE
        IF MG-ACCEPTED(IDX-MERGE)
            MOVE MG-SURV-RAW(IDX-MERGE)  TO MG-SURV-BEFORE(IDX-MERGE)
            MOVE 0  TO IDX-PRIOR
            PERFORM UNTIL IDX-PRIOR + 1 >= IDX-MERGE
                ADD 1  TO IDX-PRIOR
                IF MG-ACCEPTED(IDX-PRIOR)
                 AND MG-SURVIVOR-ID(IDX-PRIOR) = MG-SURVIVOR-ID(IDX-MERGE)
                    MOVE MG-SURV-AFTER(IDX-PRIOR) TO MG-SURV-BEFORE(IDX-MERGE)
                END-IF
            END-PERFORM
            COMPUTE MG-SURV-AFTER(IDX-MERGE) =
                MG-SURV-BEFORE(IDX-MERGE) + MG-OLD-BALANCE(IDX-MERGE)
            ADD MG-OLD-BALANCE(IDX-MERGE) TO BALANCE-MOVED-AMOUNT
        END-IF
    END-PERFORM
    .

SORT-MERGED-BALANCES.

*>  Second pass over the balance master, through the sort so that a >*
*>  survivor with no balance row yet can be inserted in sequence.   >*
*>  The old client keeps its row at zero - BALANCE-LINE passes it   >*
*>  through untouched and the audit trail shows where the money     >*
*>  went.                                                           >*
    SORT BALANCE-SORT-FILE
        ON ASCENDING KEY BS-CLIENT-ID
        INPUT PROCEDURE IS RELEASE-MERGED-BALANCES
        GIVING BALANCE-OUT-FILE
    .

RELEASE-MERGED-BALANCES.

    MOVE 'N' TO BALANCE-IN-EOF-SW
    IF NOT BALANCE-PRESENT
        MOVE 'Y' TO BALANCE-IN-EOF-SW
    ELSE
        OPEN INPUT BALANCE-IN-FILE
        IF NOT BALANCE-IN-FILE-OK
            DISPLAY 'BALANCE-IN-FILE FAILED TO REOPEN - FILE STATUS ' BALANCE-IN-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    PERFORM READ-BALANCE-IN
    PERFORM UNTIL BALANCE-IN-EOF
        MOVE BI-CLIENT-ID     TO BS-CLIENT-ID
        MOVE BI-BALANCE       TO BS-BALANCE
        MOVE BI-CLIENT-ID     TO MERGE-LOOKUP-ID
        PERFORM FIND-MERGE-FOR-OLD-ID
        IF MERGE-FOUND
            MOVE 0            TO BS-BALANCE
        ELSE
            PERFORM FIND-LAST-MERGE-FOR-SURVIVOR
            IF MERGE-FOUND
                MOVE MG-SURV-AFTER(IDX-MATCH) TO BS-BALANCE
            END-IF
        END-IF
        PERFORM RELEASE-BALANCE-ROW
        PERFORM READ-BALANCE-IN
    END-PERFORM

    IF BALANCE-PRESENT
        CLOSE BALANCE-IN-FILE
    END-IF

*>  A survivor that has never carried a balance gets its first row  >*
*>  now, released once, from the last merge that names it.          >*
    MOVE 0  TO IDX-PRIOR
    PERFORM UNTIL IDX-PRIOR EQUAL MERGE-COUNT
        ADD 1  TO IDX-PRIOR
        IF MG-ACCEPTED(IDX-PRIOR)
         AND NOT MG-SURV-HAS-ROW(IDX-PRIOR)
            MOVE MG-SURVIVOR-ID(IDX-PRIOR) TO MERGE-LOOKUP-ID
            PERFORM FIND-LAST-MERGE-FOR-SURVIVOR
            IF IDX-MATCH = IDX-PRIOR
                MOVE MG-SURVIVOR-ID(IDX-PRIOR) TO BS-CLIENT-ID
                MOVE MG-SURV-AFTER(IDX-PRIOR)  TO BS-BALANCE
                PERFORM RELEASE-BALANCE-ROW
                ADD 1  TO BALANCE-ADDED-COUNT
            END-IF
        END-IF
    END-PERFORM
    .

RELEASE-BALANCE-ROW.

    RELEASE BALANCE-SORT-RECORD
    ADD 1           TO BALANCE-OUT-COUNT
    ADD BS-BALANCE  TO BALANCE-OUT-AMOUNT
    .

SORT-REKEYED-OPEN-ITEMS.

*>  The open-item file is kept in client / invoice date / trans id  >*
*>  sequence for CASH-APPLY's merge, so re-keyed items are sorted   >*
*>  back into place among the survivor's own.                       >*
    SORT OPEN-ITEM-SORT-FILE
        ON ASCENDING KEY OS-CLIENT-ID
                         OS-TRANS-DATE
                         OS-TRANS-ID
        WITH DUPLICATES IN ORDER
        INPUT PROCEDURE IS RELEASE-REKEYED-OPEN-ITEMS
        GIVING OPEN-ITEM-OUT-FILE
    .

RELEASE-REKEYED-OPEN-ITEMS.

*>  The open-item file is legitimately absent before CASH-APPLY has >*
*>  cataloged its first generation; the new generation is then      >*
*>  empty.                                                          >*
    OPEN INPUT OPEN-ITEM-IN-FILE
    IF OPEN-ITEM-IN-FILE-NOT-FOUND
        DISPLAY 'OPEN-ITEM-IN-FILE NOT FOUND - NO OPEN ITEMS TO RE-KEY'
        MOVE 'Y' TO OPEN-IN-EOF-SW
    ELSE
        IF NOT OPEN-ITEM-IN-FILE-OK
            DISPLAY 'OPEN-ITEM-IN-FILE FAILED TO OPEN - FILE STATUS ' OPEN-ITEM-IN-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    PERFORM UNTIL OPEN-IN-EOF
        READ OPEN-ITEM-IN-FILE
            AT END MOVE 'Y' TO OPEN-IN-EOF-SW
        END-READ
        IF NOT OPEN-IN-EOF
            ADD 1                 TO OPEN-IN-COUNT
            ADD OI-OPEN-AMMOUNT   TO OPEN-IN-AMOUNT
            MOVE OPEN-ITEM-IN-RECORD TO OPEN-ITEM-SORT-RECORD
            MOVE OI-CLIENT-ID     TO MERGE-LOOKUP-ID
            PERFORM FIND-MERGE-FOR-OLD-ID
            IF MERGE-FOUND
                MOVE MG-SURVIVOR-ID(IDX-MATCH) TO OS-CLIENT-ID
                ADD 1               TO MG-OPEN-COUNT(IDX-MATCH)
                                       OPEN-REKEYED-COUNT
                ADD OI-OPEN-AMMOUNT TO MG-OPEN-AMOUNT(IDX-MATCH)
                                       OPEN-REKEYED-AMOUNT
            END-IF
            RELEASE OPEN-ITEM-SORT-RECORD
        END-IF
    END-PERFORM

    IF NOT OPEN-ITEM-IN-FILE-NOT-FOUND
        CLOSE OPEN-ITEM-IN-FILE
    END-IF
    .

SORT-REKEYED-HISTORY.

    SORT HISTORY-SORT-FILE
        ON ASCENDING KEY HS-SORT-KEY
        WITH DUPLICATES IN ORDER
        INPUT PROCEDURE IS RELEASE-REKEYED-HISTORY
        GIVING HISTORY-OUT-FILE
    .

RELEASE-REKEYED-HISTORY.

*>  The old client's history moves under the survivor with its      >*
*>  outcome text and run date intact; the original id is still on   >*
*>  the audit log and now on the cross-reference, as it is for a    >*
*>  redirected posting.                                             >*
    OPEN INPUT HISTORY-IN-FILE
    IF HISTORY-IN-FILE-NOT-FOUND
        DISPLAY 'HISTORY-IN-FILE NOT FOUND - NO HISTORY TO RE-KEY'
        MOVE 'Y' TO HISTORY-IN-EOF-SW
    ELSE
        IF NOT HISTORY-IN-FILE-OK
            DISPLAY 'HISTORY-IN-FILE FAILED TO OPEN - FILE STATUS ' HISTORY-IN-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    PERFORM UNTIL HISTORY-IN-EOF
        READ HISTORY-IN-FILE
            AT END MOVE 'Y' TO HISTORY-IN-EOF-SW
        END-READ
        IF NOT HISTORY-IN-EOF
            ADD 1                 TO HISTORY-IN-COUNT
            ADD HI-TRANS-AMMOUNT  TO HISTORY-IN-AMOUNT
            MOVE HISTORY-IN-RECORD TO HISTORY-SORT-RECORD
            MOVE HI-CLIENT-ID     TO MERGE-LOOKUP-ID
            PERFORM FIND-MERGE-FOR-OLD-ID
            IF MERGE-FOUND
                MOVE MG-SURVIVOR-ID(IDX-MATCH) TO HS-CLIENT-ID
                ADD 1                TO MG-HIST-COUNT(IDX-MATCH)
                                        HISTORY-REKEYED-COUNT
                ADD HI-TRANS-AMMOUNT TO MG-HIST-AMOUNT(IDX-MATCH)
                                        HISTORY-REKEYED-AMOUNT
            END-IF
            RELEASE HISTORY-SORT-RECORD
        END-IF
    END-PERFORM

    IF NOT HISTORY-IN-FILE-NOT-FOUND
        CLOSE HISTORY-IN-FILE
    END-IF
    .

SORT-REKEYED-DISPUTES.

    SORT DISPUTE-SORT-FILE
        ON ASCENDING KEY DS-CLIENT-ID
                         DS-TRANS-ID
        INPUT PROCEDURE IS RELEASE-REKEYED-DISPUTES
        GIVING DISPUTE-OUT-FILE
    .

RELEASE-REKEYED-DISPUTES.

*>  An open dispute is keyed by client and invoice; the invoice has >*
*>  just moved to the survivor, so the dispute moves with it and    >*
*>  keeps its open date and reason.  No dispute master yet means    >*
*>  nothing is held, and an empty generation is written.            >*
    OPEN INPUT DISPUTE-IN-FILE
    IF DISPUTE-IN-FILE-NOT-FOUND
        DISPLAY 'DISPUTE-IN-FILE NOT FOUND - NO DISPUTES TO RE-KEY'
        MOVE 'Y' TO DISPUTE-IN-EOF-SW
    ELSE
        IF NOT DISPUTE-IN-FILE-OK
            DISPLAY 'DISPUTE-IN-FILE FAILED TO OPEN - FILE STATUS ' DISPUTE-IN-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    PERFORM UNTIL DISPUTE-IN-EOF
        READ DISPUTE-IN-FILE
            AT END MOVE 'Y' TO DISPUTE-IN-EOF-SW
        END-READ
        IF NOT DISPUTE-IN-EOF
            ADD 1                 TO DISPUTE-IN-COUNT
            MOVE DISPUTE-IN-RECORD TO DISPUTE-SORT-RECORD
            MOVE DI-CLIENT-ID     TO MERGE-LOOKUP-ID
            PERFORM FIND-MERGE-FOR-OLD-ID
            IF MERGE-FOUND
                MOVE MG-SURVIVOR-ID(IDX-MATCH) TO DS-CLIENT-ID
                ADD 1             TO DISPUTE-REKEYED-COUNT
            END-IF
            RELEASE DISPUTE-SORT-RECORD
        END-IF
    END-PERFORM

    IF NOT DISPUTE-IN-FILE-NOT-FOUND
        CLOSE DISPUTE-IN-FILE
    END-IF
    .

SORT-REKEYED-OVERDUE-HIST.

*>  RECV-AGE matches its overdue history to the balance master one  >*
*>  client at a time, so the re-keyed file must stay one record per >*
*>  client in client sequence.  The output procedure folds a moved  >*
*>  record into the survivor's own when both are over 90.           >*
    SORT OVERDUE-HIST-SORT-FILE
        ON ASCENDING KEY ODS-CLIENT-ID
        WITH DUPLICATES IN ORDER
        INPUT PROCEDURE IS RELEASE-REKEYED-OVERDUE-HIST
        OUTPUT PROCEDURE IS RETURN-FOLDED-OVERDUE-HIST
    .

RELEASE-REKEYED-OVERDUE-HIST.

*>  No overdue history yet means RECV-AGE has not cataloged its     >*
*>  first generation; an empty one is written.                      >*
    OPEN INPUT OVERDUE-HIST-IN-FILE
    IF OVERDUE-HIST-IN-FILE-NOT-FOUND
        DISPLAY 'OVERDUE-HIST-IN-FILE NOT FOUND - NO OVERDUE HISTORY TO RE-KEY'
        MOVE 'Y' TO OVERDUE-IN-EOF-SW
    ELSE
        IF NOT OVERDUE-HIST-IN-FILE-OK
            DISPLAY 'OVERDUE-HIST-IN-FILE FAILED TO OPEN - FILE STATUS ' OVERDUE-HIST-IN-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    PERFORM UNTIL OVERDUE-IN-EOF
        READ OVERDUE-HIST-IN-FILE
            AT END MOVE 'Y' TO OVERDUE-IN-EOF-SW
        END-READ
        IF NOT OVERDUE-IN-EOF
            ADD 1                 TO OVERDUE-IN-COUNT
            ADD ODI-OVER-90       TO OVERDUE-IN-AMOUNT
            MOVE OVERDUE-HIST-IN-RECORD TO OVERDUE-HIST-SORT-RECORD
            MOVE ODI-CLIENT-ID    TO MERGE-LOOKUP-ID
            PERFORM FIND-MERGE-FOR-OLD-ID
            IF MERGE-FOUND
                MOVE MG-SURVIVOR-ID(IDX-MATCH) TO ODS-CLIENT-ID
                ADD 1             TO MG-OVERDUE-COUNT(IDX-MATCH)
                                     OVERDUE-REKEYED-COUNT
                ADD ODI-OVER-90   TO MG-OVERDUE-AMOUNT(IDX-MATCH)
                                     OVERDUE-REKEYED-AMOUNT
            END-IF
            RELEASE OVERDUE-HIST-SORT-RECORD
        END-IF
    END-PERFORM

    IF NOT OVERDUE-HIST-IN-FILE-NOT-FOUND
        CLOSE OVERDUE-HIST-IN-FILE
    END-IF
    .

RETURN-FOLDED-OVERDUE-HIST.

*>  Balances and over-90 amounts add.  The month count is the       >*
*>  longer of the two - the combined account has had debt over 90   >*
*>  for that many month ends - and the aged date is the later.  Each>*
*>  record is held until the next client id shows it has nothing to >*
*>  fold.                                                           >*
    OPEN OUTPUT OVERDUE-HIST-OUT-FILE
    IF NOT OVERDUE-HIST-OUT-FILE-OK
        DISPLAY 'OVERDUE-HIST-OUT-FILE FAILED TO OPEN - FILE STATUS ' OVERDUE-HIST-OUT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE 'N' TO SORT-RETURN-EOF-SW
    MOVE 'N' TO HELD-RECORD-SW
    PERFORM UNTIL SORT-RETURN-EOF
        RETURN OVERDUE-HIST-SORT-FILE
            AT END MOVE 'Y' TO SORT-RETURN-EOF-SW
        END-RETURN
        IF NOT SORT-RETURN-EOF
            IF HELD-RECORD AND ODS-CLIENT-ID = ODO-CLIENT-ID
                ADD ODS-BALANCE   TO ODO-BALANCE
                ADD ODS-OVER-90   TO ODO-OVER-90
                IF ODS-OVER-90-MONTHS > ODO-OVER-90-MONTHS
                    MOVE ODS-OVER-90-MONTHS TO ODO-OVER-90-MONTHS
                END-IF
                IF ODS-AGED-DATE > ODO-AGED-DATE
                    MOVE ODS-AGED-DATE      TO ODO-AGED-DATE
                END-IF
                ADD 1             TO OVERDUE-FOLDED-COUNT
            ELSE
                IF HELD-RECORD
                    WRITE OVERDUE-HIST-OUT-RECORD
                END-IF
                MOVE OVERDUE-HIST-SORT-RECORD TO OVERDUE-HIST-OUT-RECORD
                MOVE 'Y'          TO HELD-RECORD-SW
            END-IF
        END-IF
    END-PERFORM

    IF HELD-RECORD
        WRITE OVERDUE-HIST-OUT-RECORD
    END-IF
    CLOSE OVERDUE-HIST-OUT-FILE
    .

SORT-REKEYED-WRITEOFFS.

*>  BALANCE-LINE and CREDIT-REFUND look a client up on the written- >*
*>  off file, and BAD-DEBT-WRITEOFF merges against it in client     >*
*>  sequence, so it too stays one record per client.                >*
    SORT WRITEOFF-SORT-FILE
        ON ASCENDING KEY WFS-CLIENT-ID
        WITH DUPLICATES IN ORDER
        INPUT PROCEDURE IS RELEASE-REKEYED-WRITEOFFS
        OUTPUT PROCEDURE IS RETURN-FOLDED-WRITEOFFS
    .

RELEASE-REKEYED-WRITEOFFS.

*>  No written-off file yet means BAD-DEBT-WRITEOFF has never run;  >*
*>  an empty generation is written.                                 >*
    OPEN INPUT WRITEOFF-IN-FILE
    IF WRITEOFF-IN-FILE-NOT-FOUND
        DISPLAY 'WRITEOFF-IN-FILE NOT FOUND - NO WRITE-OFFS TO RE-KEY'
        MOVE 'Y' TO WRITEOFF-IN-EOF-SW
    ELSE
        IF NOT WRITEOFF-IN-FILE-OK
            DISPLAY 'WRITEOFF-IN-FILE FAILED TO OPEN - FILE STATUS ' WRITEOFF-IN-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    PERFORM UNTIL WRITEOFF-IN-EOF
        READ WRITEOFF-IN-FILE
            AT END MOVE 'Y' TO WRITEOFF-IN-EOF-SW
        END-READ
        IF NOT WRITEOFF-IN-EOF
            ADD 1                  TO WOFF-IN-COUNT
            ADD WI-WRITEOFF-AMOUNT TO WOFF-IN-AMOUNT
            MOVE WRITEOFF-IN-RECORD TO WRITEOFF-SORT-RECORD
            MOVE WI-CLIENT-ID      TO MERGE-LOOKUP-ID
            PERFORM FIND-MERGE-FOR-OLD-ID
            IF MERGE-FOUND
                MOVE MG-SURVIVOR-ID(IDX-MATCH) TO WFS-CLIENT-ID
                ADD 1                  TO MG-WOFF-COUNT(IDX-MATCH)
                                          WOFF-REKEYED-COUNT
                ADD WI-WRITEOFF-AMOUNT TO MG-WOFF-AMOUNT(IDX-MATCH)
                                          WOFF-REKEYED-AMOUNT
            END-IF
            RELEASE WRITEOFF-SORT-RECORD
        END-IF
    END-PERFORM

    IF NOT WRITEOFF-IN-FILE-NOT-FOUND
        CLOSE WRITEOFF-IN-FILE
    END-IF
    .

RETURN-FOLDED-WRITEOFFS.

*>  When both clients were written off the amounts add and the      >*
*>  later write-off keeps its date and BD id, as BAD-DEBT-WRITEOFF  >*
*>  keeps the latest.  An amount too large for the record is left   >*
*>  unadded, and the register's amount proof then fails the run.    >*
    OPEN OUTPUT WRITEOFF-OUT-FILE
    IF NOT WRITEOFF-OUT-FILE-OK
        DISPLAY 'WRITEOFF-OUT-FILE FAILED TO OPEN - FILE STATUS ' WRITEOFF-OUT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE 'N' TO SORT-RETURN-EOF-SW
    MOVE 'N' TO HELD-RECORD-SW
    PERFORM UNTIL SORT-RETURN-EOF
        RETURN WRITEOFF-SORT-FILE
            AT END MOVE 'Y' TO SORT-RETURN-EOF-SW
        END-RETURN
        IF NOT SORT-RETURN-EOF
            IF HELD-RECORD AND WFS-CLIENT-ID = WO-CLIENT-ID
                ADD WFS-WRITEOFF-AMOUNT TO WO-WRITEOFF-AMOUNT
                    ON SIZE ERROR
                        DISPLAY 'WRITE-OFF AMOUNT OVERFLOW FOLDING CLIENT ' WFS-CLIENT-ID
                END-ADD
                IF WFS-WRITEOFF-DATE > WO-WRITEOFF-DATE
                 OR (WFS-WRITEOFF-DATE = WO-WRITEOFF-DATE
                     AND WFS-BD-TRANS-ID > WO-BD-TRANS-ID)
                    MOVE WFS-WRITEOFF-DATE  TO WO-WRITEOFF-DATE
                    MOVE WFS-BD-TRANS-ID    TO WO-BD-TRANS-ID
                END-IF
                ADD 1             TO WOFF-FOLDED-COUNT
            ELSE
                IF HELD-RECORD
                    WRITE WRITEOFF-OUT-RECORD
                END-IF
                MOVE WRITEOFF-SORT-RECORD TO WRITEOFF-OUT-RECORD
                MOVE 'Y'          TO HELD-RECORD-SW
            END-IF
        END-IF
    END-PERFORM

    IF HELD-RECORD
        WRITE WRITEOFF-OUT-RECORD
    END-IF
    CLOSE WRITEOFF-OUT-FILE
    .

VERIFY-REKEYED-FILES.

*>  Re-reads the re-sorted generations so the register's out        >*
*>  figures are what the sort actually wrote, not what was handed   >*
*>  to it.                                                          >*
    OPEN INPUT OPEN-ITEM-OUT-FILE
    IF NOT OPEN-ITEM-OUT-FILE-OK
        DISPLAY 'OPEN-ITEM-OUT-FILE FAILED TO REOPEN - FILE STATUS ' OPEN-ITEM-OUT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO VERIFY-EOF-SW
    PERFORM UNTIL VERIFY-EOF
        READ OPEN-ITEM-OUT-FILE
            AT END MOVE 'Y' TO VERIFY-EOF-SW
        END-READ
        IF NOT VERIFY-EOF
            ADD 1                TO OPEN-OUT-COUNT
            ADD OO-OPEN-AMMOUNT  TO OPEN-OUT-AMOUNT
        END-IF
    END-PERFORM
    CLOSE OPEN-ITEM-OUT-FILE

    OPEN INPUT HISTORY-OUT-FILE
    IF NOT HISTORY-OUT-FILE-OK
        DISPLAY 'HISTORY-OUT-FILE FAILED TO REOPEN - FILE STATUS ' HISTORY-OUT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO VERIFY-EOF-SW
    PERFORM UNTIL VERIFY-EOF
        READ HISTORY-OUT-FILE
            AT END MOVE 'Y' TO VERIFY-EOF-SW
        END-READ
        IF NOT VERIFY-EOF
            ADD 1                TO HISTORY-OUT-COUNT
            ADD HO-TRANS-AMMOUNT TO HISTORY-OUT-AMOUNT
        END-IF
    END-PERFORM
    CLOSE HISTORY-OUT-FILE

    OPEN INPUT DISPUTE-OUT-FILE
    IF NOT DISPUTE-OUT-FILE-OK
        DISPLAY 'DISPUTE-OUT-FILE FAILED TO REOPEN - FILE STATUS ' DISPUTE-OUT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO VERIFY-EOF-SW
    PERFORM UNTIL VERIFY-EOF
        READ DISPUTE-OUT-FILE
            AT END MOVE 'Y' TO VERIFY-EOF-SW
        END-READ
        IF NOT VERIFY-EOF
            ADD 1                TO DISPUTE-OUT-COUNT
        END-IF
    END-PERFORM
    CLOSE DISPUTE-OUT-FILE

    OPEN INPUT OVERDUE-HIST-OUT-FILE
    IF NOT OVERDUE-HIST-OUT-FILE-OK
        DISPLAY 'OVERDUE-HIST-OUT-FILE FAILED TO REOPEN - FILE STATUS ' OVERDUE-HIST-OUT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO VERIFY-EOF-SW
    PERFORM UNTIL VERIFY-EOF
        READ OVERDUE-HIST-OUT-FILE
            AT END MOVE 'Y' TO VERIFY-EOF-SW
        END-READ
        IF NOT VERIFY-EOF
            ADD 1                TO OVERDUE-OUT-COUNT
            ADD ODO-OVER-90      TO OVERDUE-OUT-AMOUNT
        END-IF
    END-PERFORM
    CLOSE OVERDUE-HIST-OUT-FILE

    OPEN INPUT WRITEOFF-OUT-FILE
    IF NOT WRITEOFF-OUT-FILE-OK
        DISPLAY 'WRITEOFF-OUT-FILE FAILED TO REOPEN - FILE STATUS ' WRITEOFF-OUT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO VERIFY-EOF-SW
    PERFORM UNTIL VERIFY-EOF
        READ WRITEOFF-OUT-FILE
            AT END MOVE 'Y' TO VERIFY-EOF-SW
        END-READ
        IF NOT VERIFY-EOF
            ADD 1                  TO WOFF-OUT-COUNT
            ADD WO-WRITEOFF-AMOUNT TO WOFF-OUT-AMOUNT
        END-IF
    END-PERFORM
    CLOSE WRITEOFF-OUT-FILE
    .

WRITE-XREF-OUT.

*>  The existing entries carry forward first.  One that points at a >*
*>  client merged away tonight is re-pointed at the new survivor,   >*
*>  so a number retired in an earlier merge still lands on a live   >*
*>  account under BALANCE-LINE's single-level lookup.  This run's   >*
*>  merges follow, one entry each.                                  >*
    MOVE 0  TO IDX-XREF
    PERFORM UNTIL IDX-XREF EQUAL XREF-COUNT
        ADD 1  TO IDX-XREF
        MOVE XREF-OLD-ID(IDX-XREF)  TO XO-OLD-CLIENT-ID
        MOVE XREF-NEW-ID(IDX-XREF)  TO XO-NEW-CLIENT-ID
        MOVE XREF-NEW-ID(IDX-XREF)  TO MERGE-LOOKUP-ID
        PERFORM FIND-MERGE-FOR-OLD-ID
        IF MERGE-FOUND
            MOVE MG-SURVIVOR-ID(IDX-MATCH) TO XO-NEW-CLIENT-ID
            ADD 1  TO XREF-REPOINTED-COUNT
        END-IF
        WRITE XREF-OUT-RECORD
        ADD 1  TO XREF-OUT-COUNT
    END-PERFORM

    MOVE 0  TO IDX-MERGE
    PERFORM UNTIL IDX-MERGE EQUAL MERGE-COUNT
        ADD 1  TO IDX-MERGE
        IF MG-ACCEPTED(IDX-MERGE)
            MOVE MG-OLD-ID(IDX-MERGE)       TO XO-OLD-CLIENT-ID
            MOVE MG-SURVIVOR-ID(IDX-MERGE)  TO XO-NEW-CLIENT-ID
            WRITE XREF-OUT-RECORD
            ADD 1  TO XREF-OUT-COUNT
        END-IF
    END-PERFORM
    .

WRITE-MERGE-REGISTER.

    MOVE RUN-MM    TO MH1-RUN-MM
    MOVE RUN-DD    TO MH1-RUN-DD
    MOVE RUN-YYYY  TO MH1-RUN-YYYY
    WRITE REGISTER-LINE FROM REGISTER-HEADING-1
    MOVE SPACES    TO REGISTER-LINE
    WRITE REGISTER-LINE
    WRITE REGISTER-LINE FROM REGISTER-HEADING-2

    WRITE REJECT-LINE FROM REJECT-HEADING-1
    MOVE SPACES    TO REJECT-LINE
    WRITE REJECT-LINE
    WRITE REJECT-LINE FROM REGISTER-HEADING-2

    MOVE 0  TO IDX-MERGE
    PERFORM UNTIL IDX-MERGE EQUAL MERGE-COUNT
        ADD 1  TO IDX-MERGE
        IF MG-ACCEPTED(IDX-MERGE)
            PERFORM WRITE-APPLIED-ENTRY
        ELSE
            PERFORM WRITE-REJECT-ENTRY
        END-IF
    END-PERFORM
    .

WRITE-APPLIED-ENTRY.

    MOVE SPACES                        TO REGISTER-LINE
    MOVE MG-OLD-ID(IDX-MERGE)          TO RD-OLD-ID
    MOVE MG-SURVIVOR-ID(IDX-MERGE)     TO RD-SURVIVOR-ID
    MOVE MG-EFFECTIVE-DATE(IDX-MERGE)  TO RD-EFFECTIVE-DATE
    MOVE 'APPLIED '                    TO RD-DISPOSITION
    MOVE SPACES                        TO RD-REASON
    WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE

    MOVE 'OLD CLIENT      '            TO RB-LABEL
    MOVE MG-OLD-BALANCE(IDX-MERGE)     TO RB-BEFORE
    MOVE 0                             TO RB-AFTER
    WRITE REGISTER-LINE FROM REGISTER-BALANCE-LINE

    MOVE 'SURVIVOR        '            TO RB-LABEL
    MOVE MG-SURV-BEFORE(IDX-MERGE)     TO RB-BEFORE
    MOVE MG-SURV-AFTER(IDX-MERGE)      TO RB-AFTER
    WRITE REGISTER-LINE FROM REGISTER-BALANCE-LINE

*>  Money is only moved, never made: old plus survivor before must  >*
*>  equal old plus survivor after.                                  >*
    COMPUTE COMBINED-BEFORE =
        MG-OLD-BALANCE(IDX-MERGE) + MG-SURV-BEFORE(IDX-MERGE)
    MOVE MG-SURV-AFTER(IDX-MERGE)      TO COMBINED-AFTER
    MOVE 'COMBINED        '            TO RB-LABEL
    MOVE COMBINED-BEFORE               TO RB-BEFORE
    MOVE COMBINED-AFTER                TO RB-AFTER
    WRITE REGISTER-LINE FROM REGISTER-BALANCE-LINE
    IF COMBINED-BEFORE NOT = COMBINED-AFTER
        MOVE '  BALANCES DO NOT TIE'   TO REGISTER-LINE
        WRITE REGISTER-LINE
        ADD 1  TO TIE-BREAK-COUNT
    END-IF

    MOVE 'OPEN ITEMS MOVED'            TO RK-LABEL
    MOVE MG-OPEN-COUNT(IDX-MERGE)      TO RK-COUNT
    MOVE MG-OPEN-AMOUNT(IDX-MERGE)     TO RK-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-REKEY-LINE

    MOVE 'HISTORY MOVED   '            TO RK-LABEL
    MOVE MG-HIST-COUNT(IDX-MERGE)      TO RK-COUNT
    MOVE MG-HIST-AMOUNT(IDX-MERGE)     TO RK-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-REKEY-LINE

    MOVE 'OVERDUE MOVED   '            TO RK-LABEL
    MOVE MG-OVERDUE-COUNT(IDX-MERGE)   TO RK-COUNT
    MOVE MG-OVERDUE-AMOUNT(IDX-MERGE)  TO RK-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-REKEY-LINE

    MOVE 'WRITE-OFF MOVED '            TO RK-LABEL
    MOVE MG-WOFF-COUNT(IDX-MERGE)      TO RK-COUNT
    MOVE MG-WOFF-AMOUNT(IDX-MERGE)     TO RK-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-REKEY-LINE
    .

WRITE-REJECT-ENTRY.

    ADD 1                              TO REJECT-COUNT
    MOVE SPACES                        TO REGISTER-LINE
    MOVE MG-OLD-ID(IDX-MERGE)          TO RD-OLD-ID
    MOVE MG-SURVIVOR-ID(IDX-MERGE)     TO RD-SURVIVOR-ID
    MOVE MG-EFFECTIVE-DATE(IDX-MERGE)  TO RD-EFFECTIVE-DATE
    MOVE 'REJECTED'                    TO RD-DISPOSITION
    MOVE MG-REASON(IDX-MERGE)          TO RD-REASON
    WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE

    MOVE SPACES                        TO REJECT-LINE
    WRITE REJECT-LINE FROM REGISTER-DETAIL-LINE
    .

WRITE-REGISTER-TOTALS.

    MOVE SPACES                     TO REGISTER-LINE
    WRITE REGISTER-LINE

    MOVE 'MERGE REQUESTS READ       ' TO RT-LABEL
    MOVE REQUEST-READ-COUNT         TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'MERGES APPLIED            ' TO RT-LABEL
    MOVE ACCEPTED-COUNT             TO RT-COUNT
    MOVE BALANCE-MOVED-AMOUNT       TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'MERGES REJECTED           ' TO RT-LABEL
    MOVE REJECT-COUNT               TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE SPACES                     TO REGISTER-LINE
    WRITE REGISTER-LINE

    MOVE 'BALANCE RECORDS IN        ' TO RT-LABEL
    MOVE BALANCE-IN-COUNT           TO RT-COUNT
    MOVE BALANCE-IN-AMOUNT          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'SURVIVOR ROWS ADDED       ' TO RT-LABEL
    MOVE BALANCE-ADDED-COUNT        TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'BALANCE RECORDS OUT       ' TO RT-LABEL
    MOVE BALANCE-OUT-COUNT          TO RT-COUNT
    MOVE BALANCE-OUT-AMOUNT         TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'OPEN ITEMS IN             ' TO RT-LABEL
    MOVE OPEN-IN-COUNT              TO RT-COUNT
    MOVE OPEN-IN-AMOUNT             TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'OPEN ITEMS RE-KEYED       ' TO RT-LABEL
    MOVE OPEN-REKEYED-COUNT         TO RT-COUNT
    MOVE OPEN-REKEYED-AMOUNT        TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'OPEN ITEMS OUT            ' TO RT-LABEL
    MOVE OPEN-OUT-COUNT             TO RT-COUNT
    MOVE OPEN-OUT-AMOUNT            TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'HISTORY RECORDS IN        ' TO RT-LABEL
    MOVE HISTORY-IN-COUNT           TO RT-COUNT
    MOVE HISTORY-IN-AMOUNT          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'HISTORY RECORDS RE-KEYED  ' TO RT-LABEL
    MOVE HISTORY-REKEYED-COUNT      TO RT-COUNT
    MOVE HISTORY-REKEYED-AMOUNT     TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'HISTORY RECORDS OUT       ' TO RT-LABEL
    MOVE HISTORY-OUT-COUNT          TO RT-COUNT
    MOVE HISTORY-OUT-AMOUNT         TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'DISPUTES IN               ' TO RT-LABEL
    MOVE DISPUTE-IN-COUNT           TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'DISPUTES RE-KEYED         ' TO RT-LABEL
    MOVE DISPUTE-REKEYED-COUNT      TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'DISPUTES OUT              ' TO RT-LABEL
    MOVE DISPUTE-OUT-COUNT          TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'OVERDUE HISTORY IN        ' TO RT-LABEL
    MOVE OVERDUE-IN-COUNT           TO RT-COUNT
    MOVE OVERDUE-IN-AMOUNT          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'OVERDUE HISTORY RE-KEYED  ' TO RT-LABEL
    MOVE OVERDUE-REKEYED-COUNT      TO RT-COUNT
    MOVE OVERDUE-REKEYED-AMOUNT     TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'OVERDUE HISTORY FOLDED    ' TO RT-LABEL
    MOVE OVERDUE-FOLDED-COUNT       TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'OVERDUE HISTORY OUT       ' TO RT-LABEL
    MOVE OVERDUE-OUT-COUNT          TO RT-COUNT
    MOVE OVERDUE-OUT-AMOUNT         TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'WRITE-OFFS IN             ' TO RT-LABEL
    MOVE WOFF-IN-COUNT              TO RT-COUNT
    MOVE WOFF-IN-AMOUNT             TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'WRITE-OFFS RE-KEYED       ' TO RT-LABEL
    MOVE WOFF-REKEYED-COUNT         TO RT-COUNT
    MOVE WOFF-REKEYED-AMOUNT        TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'WRITE-OFFS FOLDED         ' TO RT-LABEL
    MOVE WOFF-FOLDED-COUNT          TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'WRITE-OFFS OUT            ' TO RT-LABEL
    MOVE WOFF-OUT-COUNT             TO RT-COUNT
    MOVE WOFF-OUT-AMOUNT            TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'XREF ENTRIES IN           ' TO RT-LABEL
    MOVE XREF-COUNT                 TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'XREF ENTRIES RE-POINTED   ' TO RT-LABEL
    MOVE XREF-REPOINTED-COUNT       TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'XREF ENTRIES OUT          ' TO RT-LABEL
    MOVE XREF-OUT-COUNT             TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE SPACES                     TO REJECT-LINE
    WRITE REJECT-LINE
    MOVE 'MERGES REJECTED           ' TO RT-LABEL
    MOVE REJECT-COUNT               TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REJECT-LINE FROM REGISTER-TOTAL-LINE

    IF REJECT-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF

*>  A merge only moves money and records between clients: the file  >*
*>  totals in must equal the file totals out, record for record and >*
*>  cent for cent, or the schedule holds.                           >*
    IF TIE-BREAK-COUNT > 0
     OR BALANCE-OUT-AMOUNT NOT = BALANCE-IN-AMOUNT
     OR BALANCE-OUT-COUNT NOT = BALANCE-IN-COUNT + BALANCE-ADDED-COUNT
     OR OPEN-OUT-COUNT NOT = OPEN-IN-COUNT
     OR OPEN-OUT-AMOUNT NOT = OPEN-IN-AMOUNT
     OR HISTORY-OUT-COUNT NOT = HISTORY-IN-COUNT
     OR HISTORY-OUT-AMOUNT NOT = HISTORY-IN-AMOUNT
     OR DISPUTE-OUT-COUNT NOT = DISPUTE-IN-COUNT
     OR OVERDUE-OUT-COUNT NOT = OVERDUE-IN-COUNT - OVERDUE-FOLDED-COUNT
     OR OVERDUE-OUT-AMOUNT NOT = OVERDUE-IN-AMOUNT
     OR WOFF-OUT-COUNT NOT = WOFF-IN-COUNT - WOFF-FOLDED-COUNT
     OR WOFF-OUT-AMOUNT NOT = WOFF-IN-AMOUNT
     OR XREF-OUT-COUNT NOT = XREF-COUNT + ACCEPTED-COUNT
        MOVE 'MERGE TOTALS DO NOT TIE - RETURN CODE 8 SET' TO REGISTER-LINE
        WRITE REGISTER-LINE
        MOVE 8 TO RETURN-CODE
    END-IF
    .

CLOSE-FILES.

    CLOSE MERGE-REQUEST-FILE
    CLOSE CLIENT-MASTER-FILE
    CLOSE XREF-OUT-FILE
    CLOSE REGISTER-REPORT-FILE
    CLOSE REJECT-REPORT-FILE
    .
