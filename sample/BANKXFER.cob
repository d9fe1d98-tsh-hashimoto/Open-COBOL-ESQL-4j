      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  BANKXFER -- salary bank transfer file: one credit entry per
      *              employee on EMP for EMP_SALARY plus any amount due
      *              to them on the retro adjustment file RETROPAY.DAT,
      *              paid to the account held on EMP_BANK (maintained
      *              by LOADBANK).  The file BANKXFER.DAT is in the
      *              bank's fixed 94-byte format, each record ending in
      *              CR/LF: file header, one batch header, the entries,
      *              batch control and file control carrying the entry
      *              count, the entry hash (sum of the receiving bank
      *              routing numbers) and the credit total, padded with
      *              all-nines records to a full block of ten.  Bank
      *              origin and company details come from BANKPRM.DAT.
      *              A run that fails, or has no entries, leaves
      *              BANKXFER.DAT empty.
      *
      *              An employee with no bank details is not paid.  A
      *              new or changed account is not paid either: it gets
      *              a zero-amount prenote entry instead and is paid
      *              from the next file on.  Both are listed with the
      *              amount withheld on BANKXFER.RPT for payroll to
      *              settle by hand, and the run ends with RETURN-CODE
      *              4.  Every file cut is logged on BANKSENT.DAT with
      *              its pay period and totals; a second file for a
      *              period already logged is refused, and a RETROPAY
      *              run whose amounts have already gone out on a logged
      *              file is not paid again.  Like the ledger extract
      *              the file is only cut on the month-end night when
      *              RUNCTL.DAT is present.  The details of a RETROPAY
      *              run that goes out are appended to RETROHST.DAT
      *              with the pay period, the year's record of retro
      *              paid for the annual statements.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BANKXFER.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE      ASSIGN TO "DBPARM.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DBPARM-STATUS.
           SELECT RUN-CTL-FILE     ASSIGN TO "RUNCTL.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RUNCTL-STATUS.
           SELECT BANK-PARM-FILE   ASSIGN TO "BANKPRM.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS BPARM-STATUS.
           SELECT RETRO-ADJ-FILE   ASSIGN TO "RETROPAY.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RETRO-STATUS.
           SELECT BANK-XFER-FILE   ASSIGN TO "BANKXFER.DAT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS BXFILE-STATUS.
           SELECT BANK-SENT-FILE   ASSIGN TO "BANKSENT.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS BSENT-STATUS.
           SELECT RETRO-HIST-FILE  ASSIGN TO "RETROHST.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RHIST-STATUS.
           SELECT REPORT-FILE      ASSIGN TO "BANKXFER.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS REPORT-STATUS.
           SELECT ERROR-LOG-FILE   ASSIGN TO "BANKXFER.ERR"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS ERRLOG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  DBPARM-FILE.
       COPY "dbparm.cbl".

      *    TONIGHT'S BUSINESS DATE AS ASSIGNED BY RUNCTL; A MISSING
      *    FILE MEANS AN AD-HOC RUN OUTSIDE THE NIGHTLY STREAM AND
      *    THE RUN_STATS ROW CARRIES A BLANK BUSINESS DATE.
       FD  RUN-CTL-FILE.
       01  RUN-CTL-RECORD.
           05  RC-BIZ-DATE         PIC  X(10).
           05  RC-STATUS           PIC  X(01).
           05  RC-MONTH-END        PIC  X(01).
           05  RC-RUN-ID           PIC  X(08).

      *    BANK AND COMPANY IDENTIFICATION FOR THE FILE AND BATCH
      *    HEADERS, AS AGREED WITH THE BANK
       FD  BANK-PARM-FILE.
       01  BANK-PARM-RECORD.
           05  BP-DEST-ROUTING     PIC  X(09).
           05  BP-ORIGIN-ID        PIC  X(10).
           05  BP-DEST-NAME        PIC  X(23).
           05  BP-ORIGIN-NAME      PIC  X(23).
           05  BP-COMPANY-ID       PIC  X(10).
           05  BP-ODFI-ID          PIC  X(08).

      *    ADJUSTMENT FILE WRITTEN BY RETROPAY: "D" DETAILS WITH A
      *    SIGNED RETRO AMOUNT, "T" TRAILER WITH COUNT AND TOTAL
       FD  RETRO-ADJ-FILE.
       01  RETRO-ADJ-RECORD.
           05  RJ-REC-TYPE         PIC  X(01).
               88  RJ-DETAIL           VALUE "D".
               88  RJ-TRAILER          VALUE "T".
           05  RJ-EMP-NO           PIC  9(04).
           05  RJ-AMOUNT-SIGN      PIC  X(01).
           05  RJ-AMOUNT           PIC  9(07).
           05  RJ-EFF-DATE         PIC  X(10).
           05  RJ-RUN-ID           PIC  X(08).
       01  RETRO-ADJ-TRAILER.
           05  RJT-REC-TYPE        PIC  X(01).
           05  RJT-DETAIL-CNT      PIC  9(06).
           05  RJT-TOTAL-SIGN      PIC  X(01).
           05  RJT-TOTAL-AMOUNT    PIC  9(09).
           05  FILLER              PIC  X(14).

      *    FIXED 96-BYTE RECORDS: THE BANK'S 94 BYTES AND A CR/LF,
      *    SO NO RECORD IS EVER TRIMMED OR PADDED ON THE WAY OUT
       FD  BANK-XFER-FILE.
       01  BANK-XFER-RECORD.
           05  BANK-XFER-DATA      PIC  X(94).
           05  BANK-XFER-EOL       PIC  X(02).

      *    ONE LINE PER FILE CUT: BS-PAY-PERIOD (YYYY-MM) MAY APPEAR
      *    ONLY ONCE; BS-RETRO-RUN-ID IS THE RETROPAY RUN WHOSE
      *    AMOUNTS WENT OUT ON THE FILE (BLANK IF NONE).
       FD  BANK-SENT-FILE.
       01  BANK-SENT-RECORD.
           05  BS-RUN-ID           PIC  X(08).
           05  BS-FILE-DATE        PIC  X(10).
           05  BS-PAY-PERIOD       PIC  X(07).
           05  BS-ENTRY-CNT        PIC  9(06).
           05  BS-ENTRY-HASH       PIC  9(10).
           05  BS-CREDIT-TOTAL     PIC  9(12).
           05  BS-RETRO-RUN-ID     PIC  X(08).
           05  BS-STATUS           PIC  X(01).
               88  BS-SENT             VALUE "S".

       FD  RETRO-HIST-FILE.
       COPY "retrohst.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC  X(80).

       FD  ERROR-LOG-FILE.
       COPY "errlog.cbl".

       WORKING-STORAGE             SECTION.
       01  FILE-STATUSES.
           05  DBPARM-STATUS    PIC  X(02).
           05  RUNCTL-STATUS    PIC  X(02).
           05  BPARM-STATUS     PIC  X(02).
           05  RETRO-STATUS     PIC  X(02).
           05  BXFILE-STATUS    PIC  X(02).
           05  BSENT-STATUS     PIC  X(02).
           05  RHIST-STATUS     PIC  X(02).
           05  REPORT-STATUS    PIC  X(02).
           05  ERRLOG-STATUS    PIC  X(02).

       01  SYS-TIME             PIC  9(08).
       01  RUN-ID               PIC  X(08).

       01  ABORT-SW             PIC  X(01) VALUE "N".
           88  ABORT                     VALUE "Y".
       01  SQL-ERROR-SW         PIC  X(01) VALUE "N".
           88  SQL-ERROR-OCCURRED         VALUE "Y".
       01  RUN-CTL-PRESENT-SW   PIC  X(01) VALUE "N".
           88  RUN-CTL-PRESENT           VALUE "Y".
       01  MONTH-END-SW         PIC  X(01) VALUE "N".
           88  MONTH-END-NIGHT           VALUE "Y".
       01  PERIOD-SENT-SW       PIC  X(01) VALUE "N".
           88  PERIOD-ALREADY-SENT       VALUE "Y".
       01  SENT-RUN-ID          PIC  X(08) VALUE SPACES.
       01  SENT-FILE-DATE       PIC  X(10) VALUE SPACES.
       01  RETRO-SW             PIC  X(01) VALUE "N".
           88  RETRO-TO-PAY              VALUE "Y".
       01  RETRO-RUN-ID         PIC  X(08) VALUE SPACES.
       01  RETRO-EOF-SW         PIC  X(01) VALUE "N".
           88  RETRO-EOF                 VALUE "Y".
       01  RETRO-FOUND-SW       PIC  X(01) VALUE "N".
           88  RETRO-FOUND               VALUE "Y".
       01  RETRO-HIST-SW        PIC  X(01) VALUE "N".
           88  RETRO-HIST-FAILED         VALUE "Y".
       01  RETRO-HIST-CNT       PIC  9(06) VALUE ZERO.

      *    RETROPAY.DAT AMOUNTS BY EMPLOYEE; RT-USED IS SET WHEN THE
      *    EMPLOYEE IS FOUND ON EMP, SO ANY LEFT OVER ARE LISTED
       01  RETRO-TABLE.
           05  RT-ENTRY            OCCURS 2000 TIMES.
               10  RT-EMP-NO       PIC  9(04).
               10  RT-AMOUNT       PIC S9(09).
               10  RT-USED-FLG     PIC  X(01).
                   88  RT-USED         VALUE "Y".
       01  RT-CNT               PIC  9(04) VALUE ZERO.
       01  RT-MAX               PIC  9(04) VALUE 2000.
       01  RT-SUB               PIC  9(04) COMP.
       01  RETRO-DETAIL-CNT     PIC  9(06) VALUE ZERO.
       01  RETRO-FILE-TOTAL     PIC S9(09) VALUE ZERO.
       01  RETRO-TRAILER-TOTAL  PIC S9(09) VALUE ZERO.
       01  RETRO-TRAILER-SW     PIC  X(01) VALUE "N".
           88  RETRO-TRAILER-SEEN        VALUE "Y".
       01  RETRO-TRAILER-CNT    PIC  9(06) VALUE ZERO.

       01  EMP-RETRO            PIC S9(09) VALUE ZERO.
       01  PAY-AMOUNT           PIC S9(09) VALUE ZERO.
       01  HOLD-REASON          PIC  X(30) VALUE SPACES.
       01  EMP-NO-DISP          PIC  9(04) VALUE ZERO.

       01  READ-CNT             PIC  9(06) VALUE ZERO.
       01  PAID-CNT             PIC  9(06) VALUE ZERO.
       01  PRENOTE-CNT          PIC  9(06) VALUE ZERO.
       01  LIVE-CNT             PIC  9(06) VALUE ZERO.
       01  HELD-CNT             PIC  9(06) VALUE ZERO.
       01  HELD-TOTAL           PIC S9(09) VALUE ZERO.
       01  ORPHAN-CNT           PIC  9(06) VALUE ZERO.

      *    FILE CONTROL TOTALS: AMOUNTS IN CENTS; THE ENTRY HASH IS
      *    THE SUM OF THE EIGHT-DIGIT RECEIVING BANK IDS, KEEPING THE
      *    RIGHTMOST TEN DIGITS
       01  ENTRY-CNT            PIC  9(06) VALUE ZERO.
       01  ENTRY-SEQ            PIC  9(07) VALUE ZERO.
       01  CREDIT-TOTAL         PIC  9(12) VALUE ZERO.
       01  HASH-ACCUM           PIC  9(12) VALUE ZERO.
       01  HASH-QUOT            PIC  9(04) VALUE ZERO.
       01  ENTRY-HASH           PIC  9(10) VALUE ZERO.
       01  RDFI-ID-GRP          PIC  X(08).
       01  RDFI-ID REDEFINES
           RDFI-ID-GRP          PIC  9(08).
       01  RECORD-CNT           PIC  9(06) VALUE ZERO.
       01  BLOCK-CNT            PIC  9(06) VALUE ZERO.
       01  PAD-CNT              PIC  9(02) VALUE ZERO.

       01  FILE-DATE.
           05  FD-YYYY          PIC  X(04).
           05  FILLER              PIC  X     VALUE "-".
           05  FD-MM            PIC  X(02).
           05  FILLER              PIC  X     VALUE "-".
           05  FD-DD            PIC  X(02).
       01  FILE-YYMMDD          PIC  X(06).
       01  FILE-HHMM            PIC  X(04).
       01  PAY-PERIOD           PIC  X(07).
       01  XFER-CRLF            PIC  X(02) VALUE X"0D0A".

      *    94-BYTE RECORDS IN THE BANK'S LAYOUT
       01  BX-FILE-HEADER.
           05  FILLER              PIC  X(03) VALUE "101".
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  BXH-DEST-ROUTING    PIC  X(09).
           05  BXH-ORIGIN-ID       PIC  X(10).
           05  BXH-CREATE-DATE     PIC  X(06).
           05  BXH-CREATE-TIME     PIC  X(04).
           05  FILLER              PIC  X(07) VALUE "A094101".
           05  BXH-DEST-NAME       PIC  X(23).
           05  BXH-ORIGIN-NAME     PIC  X(23).
           05  BXH-REFERENCE       PIC  X(08).

       01  BX-BATCH-HEADER.
           05  FILLER              PIC  X(04) VALUE "5220".
           05  BXB-COMPANY-NAME    PIC  X(16).
           05  FILLER              PIC  X(20) VALUE SPACE.
           05  BXB-COMPANY-ID      PIC  X(10).
           05  FILLER              PIC  X(13) VALUE "PPDPAYROLL".
           05  BXB-DESC-DATE       PIC  X(06).
           05  BXB-EFF-DATE        PIC  X(06).
           05  FILLER              PIC  X(04) VALUE "   1".
           05  BXB-ODFI-ID         PIC  X(08).
           05  BXB-BATCH-NO        PIC  9(07) VALUE 1.

       01  BX-ENTRY.
           05  FILLER              PIC  X(01) VALUE "6".
           05  BXE-TRAN-CODE       PIC  X(02).
               88  BXE-CHECKING-CREDIT VALUE "22".
               88  BXE-CHECKING-PRENOTE VALUE "23".
               88  BXE-SAVINGS-CREDIT  VALUE "32".
               88  BXE-SAVINGS-PRENOTE VALUE "33".
           05  BXE-ROUTING-NO      PIC  X(09).
           05  BXE-ACCOUNT-NO      PIC  X(17).
           05  BXE-AMOUNT          PIC  9(10).
           05  BXE-INDIV-ID        PIC  X(15).
           05  BXE-INDIV-NAME      PIC  X(22).
           05  FILLER              PIC  X(03) VALUE "  0".
           05  BXE-TRACE-ODFI      PIC  X(08).
           05  BXE-TRACE-SEQ       PIC  9(07).

       01  BX-BATCH-CONTROL.
           05  FILLER              PIC  X(04) VALUE "8220".
           05  BXC-ENTRY-CNT       PIC  9(06).
           05  BXC-ENTRY-HASH      PIC  9(10).
           05  BXC-DEBIT-TOTAL     PIC  9(12) VALUE ZERO.
           05  BXC-CREDIT-TOTAL    PIC  9(12).
           05  BXC-COMPANY-ID      PIC  X(10).
           05  FILLER              PIC  X(25) VALUE SPACE.
           05  BXC-ODFI-ID         PIC  X(08).
           05  BXC-BATCH-NO        PIC  9(07) VALUE 1.

       01  BX-FILE-CONTROL.
           05  FILLER              PIC  X(01) VALUE "9".
           05  BXF-BATCH-CNT       PIC  9(06) VALUE 1.
           05  BXF-BLOCK-CNT       PIC  9(06).
           05  BXF-ENTRY-CNT       PIC  9(08).
           05  BXF-ENTRY-HASH      PIC  9(10).
           05  BXF-DEBIT-TOTAL     PIC  9(12) VALUE ZERO.
           05  BXF-CREDIT-TOTAL    PIC  9(12).
           05  FILLER              PIC  X(39) VALUE SPACE.

       01  RUN-DATE.
           05  RUN-YYYY         PIC  9(04).
           05  RUN-MM           PIC  9(02).
           05  RUN-DD           PIC  9(02).
       01  RUN-DATE-X.
           05  RUN-MM-X         PIC  9(02).
           05  FILLER              PIC  X     VALUE "/".
           05  RUN-DD-X         PIC  9(02).
           05  FILLER              PIC  X     VALUE "/".
           05  RUN-YYYY-X       PIC  9(04).

       01  REPORT-CTL.
           05  PAGE-NO          PIC  9(04) VALUE ZERO.
           05  LINE-CNT         PIC  9(03) VALUE ZERO.
           05  LINES-PER-PAGE   PIC  9(03) VALUE 050.

       01  RPT-HEADING-1.
           05  FILLER              PIC  X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE        PIC  X(10).
           05  FILLER              PIC  X(44) VALUE SPACE.
           05  FILLER              PIC  X(05) VALUE "PAGE ".
           05  RH1-PAGE-NO         PIC ZZZ9.

       01  RPT-HEADING-2.
           05  FILLER              PIC  X(39) VALUE
               "SALARY BANK TRANSFER -- PRENOTES AND EX".
           05  FILLER              PIC  X(21) VALUE
               "CEPTIONS, PAY PERIOD ".
           05  RH2-PAY-PERIOD      PIC  X(07).

       01  RPT-HEADING-3.
           05  FILLER              PIC  X(05) VALUE "EMP".
           05  FILLER              PIC  X(21) VALUE "NAME".
           05  FILLER              PIC  X(12) VALUE " AMOUNT DUE".
           05  FILLER              PIC  X(11) VALUE "     RETRO".
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  FILLER              PIC  X(30) VALUE "REASON NOT PAID".

       01  RPT-HEADING-4.
           05  FILLER              PIC  X(05) VALUE "----".
           05  FILLER              PIC  X(21) VALUE
               "--------------------".
           05  FILLER              PIC  X(12) VALUE " ----------".
           05  FILLER              PIC  X(11) VALUE "----------".
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  FILLER              PIC  X(30) VALUE
               "------------------------------".

       01  RPT-DETAIL.
           05  RD-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RD-EMP-NAME         PIC  X(20).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RD-AMOUNT           PIC  ---,---,--9.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RD-RETRO            PIC  --,---,--9.
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  RD-REASON           PIC  X(30).

       01  RPT-NONE-LINE.
           05  FILLER              PIC  X(40) VALUE
               "NONE -- EVERY EMPLOYEE PAID".
           05  FILLER              PIC  X(40) VALUE SPACE.

       01  RPT-COUNT-LINE.
           05  RCL-LABEL           PIC  X(32).
           05  RCL-VALUE           PIC  ----,---,---,--9.

       01  ERROR-CONTEXT        PIC  X(30) VALUE SPACES.
       01  ERROR-RECORD-KEY     PIC  X(10) VALUE SPACES.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  EMP-REC-VARS.
           05  EMP-NO              PIC S9(04).
           05  EMP-NAME            PIC  X(20).
           05  EMP-SALARY          PIC S9(04).
       01  BANK-VARS.
           05  ROUTING-NO          PIC  X(09).
           05  ACCOUNT-NO          PIC  X(17).
           05  ACCOUNT-TYPE        PIC  X(01).
               88  CHECKING-ACCOUNT    VALUE "C".
           05  PRENOTE-STATUS      PIC  X(01).
               88  NO-BANK-DETAILS     VALUE SPACE.
               88  PRENOTE-NEW         VALUE "N".
               88  PRENOTE-CHANGED     VALUE "C".
               88  PRENOTE-PENDING     VALUE "P".
               88  ACCOUNT-LIVE        VALUE "L".
       01  BANK-AUDIT-VARS.
           05  BAUD-ACTION-CODE    PIC  X(01).
           05  BAUD-PROGRAM        PIC  X(10).
           05  BAUD-RUN-ID         PIC  X(08).
       COPY "runstats.cbl".
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".
      ******************************************************************
OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(316) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS EMP_BANK ( EMP_NO NUMERIC(4,0) N"
OCESQL  &  "OT NULL, ROUTING_NO CHAR(9) NOT NULL, ACCOUNT_NO CHAR(17) N"
OCESQL  &  "OT NULL, ACCOUNT_TYPE CHAR(1) NOT NULL, PRENOTE_STATUS CHAR"
OCESQL  &  "(1) NOT NULL, PRENOTE_RUN_ID CHAR(8), LAST_CHANGED TIMESTAM"
OCESQL  &  "P NOT NULL DEFAULT CURRENT_TIMESTAMP, CONSTRAINT IEMPBK_0 P"
OCESQL  &  "RIMARY KEY (EMP_NO) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(379) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS BANK_AUDIT ( AUDIT_ID SERIAL, EM"
OCESQL  &  "P_NO NUMERIC(4,0) NOT NULL, ACTION_CODE CHAR(1) NOT NULL, O"
OCESQL  &  "LD_ROUTING_NO CHAR(9), OLD_ACCOUNT_NO CHAR(17), OLD_ACCOUNT"
OCESQL  &  "_TYPE CHAR(1), NEW_ROUTING_NO CHAR(9), NEW_ACCOUNT_NO CHAR("
OCESQL  &  "17), NEW_ACCOUNT_TYPE CHAR(1), PROGRAM_NAME CHAR(10) NOT NU"
OCESQL  &  "LL, RUN_ID CHAR(8) NOT NULL, AUDIT_TS TIMESTAMP NOT NULL DE"
OCESQL  &  "FAULT CURRENT_TIMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(236) VALUE
OCESQL     "SELECT E.EMP_NO, E.EMP_NAME, E.EMP_SALARY, COALESCE(B.ROUTI"
OCESQL  &  "NG_NO, ' '), COALESCE(B.ACCOUNT_NO, ' '), COALESCE(B.ACCOUN"
OCESQL  &  "T_TYPE, ' '), COALESCE(B.PRENOTE_STATUS, ' ') FROM EMP E LE"
OCESQL  &  "FT JOIN EMP_BANK B ON B.EMP_NO = E.EMP_NO ORDER BY E.EMP_N"
OCESQL  &  "O".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(77) VALUE
OCESQL     "UPDATE EMP_BANK SET PRENOTE_STATUS = 'P', PRENOTE_RUN_ID = "
OCESQL  &  "? WHERE EMP_NO = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(57) VALUE
OCESQL     "UPDATE EMP_BANK SET PRENOTE_STATUS = 'L' WHERE EMP_NO = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(208) VALUE
OCESQL     "INSERT INTO BANK_AUDIT ( EMP_NO, ACTION_CODE, OLD_ROUTING_N"
OCESQL  &  "O, OLD_ACCOUNT_NO, OLD_ACCOUNT_TYPE, NEW_ROUTING_NO, NEW_AC"
OCESQL  &  "COUNT_NO, NEW_ACCOUNT_TYPE, PROGRAM_NAME, RUN_ID ) VALUES ("
OCESQL  &  " ?, ?, ?, ?, ?, ?, ?, ?, ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(301) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS RUN_STATS ( STAT_ID SERIAL, PROG"
OCESQL  &  "RAM_NAME CHAR(10) NOT NULL, RUN_ID CHAR(8) NOT NULL, START_"
OCESQL  &  "TS TIMESTAMP, END_TS TIMESTAMP NOT NULL DEFAULT CURRENT_TIM"
OCESQL  &  "ESTAMP, READ_CNT NUMERIC(6,0), ACCEPT_CNT NUMERIC(6,0), REJ"
OCESQL  &  "ECT_CNT NUMERIC(6,0), RETURN_CD NUMERIC(2,0), BIZ_DATE CHAR"
OCESQL  &  "(10) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(145) VALUE
OCESQL     "INSERT INTO RUN_STATS ( PROGRAM_NAME, RUN_ID, START_TS, REA"
OCESQL  &  "D_CNT, ACCEPT_CNT, REJECT_CNT, RETURN_CD, BIZ_DATE ) VALUES"
OCESQL  &  " ( ?, ?, ?, ?, ?, ?, ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** BANKXFER STARTED ***".
           ACCEPT SYS-TIME FROM TIME.
           MOVE SYS-TIME            TO RUN-ID.
           PERFORM CAPTURE-START-TS-RTN.
           OPEN EXTEND ERROR-LOG-FILE.
           IF  ERRLOG-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF.

      *    PERIOD-END GATE, AS FOR THE LEDGER EXTRACT: AT A RUNCTL
      *    SITE SALARIES ARE PAID ONLY ON THE MONTH-END NIGHT; A SITE
      *    WITH NO RUNCTL.DAT AT ALL PROCEEDS UNGATED.
           IF  RUN-CTL-PRESENT AND NOT MONTH-END-NIGHT
               DISPLAY "BUSINESS DATE " STAT-BIZ-DATE " IS NOT "
                       "MONTH-END -- TRANSFER FILE NOT CUT"
               MOVE 0               TO STAT-RETURN-CD
               PERFORM SKIP-RUN-RTN
           END-IF.

           PERFORM SET-PAY-PERIOD-RTN.
           PERFORM READ-BANK-PARM-RTN.
           IF  NOT ABORT
               PERFORM LOAD-RETRO-RTN
           END-IF.

      *    ONE FILE PER PAY PERIOD: A PERIOD ALREADY ON BANKSENT.DAT
      *    HAS BEEN TRANSMITTED AND IS NEVER CUT AGAIN
           IF  NOT ABORT
               PERFORM CHECK-SENT-LOG-RTN
               IF  PERIOD-ALREADY-SENT
                   DISPLAY "*** PAY PERIOD " PAY-PERIOD " ALREADY "
                           "SENT BY RUN " SENT-RUN-ID " OF "
                           SENT-FILE-DATE " -- FILE NOT CUT ***"
                   SET  ABORT         TO TRUE
               END-IF
           END-IF.
           IF  ABORT
               MOVE 16              TO STAT-RETURN-CD
               PERFORM SKIP-RUN-RTN
           END-IF.

           PERFORM OPEN-XFER-RTN.

      *    WHENEVER IS NOT YET SUPPORTED :(
      *      EXEC SQL WHENEVER SQLERROR PERFORM ERROR-RTN END-EXEC.

           IF  NOT ABORT

      *    CONNECT
               PERFORM READ-DBPARM-RTN
OCESQL*        EXEC SQL
OCESQL*            CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLConnect" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE USERNAME
OCESQL              BY VALUE 30
OCESQL              BY REFERENCE PASSWD
OCESQL              BY VALUE 10
OCESQL              BY REFERENCE DBNAME
OCESQL              BY VALUE 30
OCESQL         END-CALL
               MOVE "CONNECT"            TO ERROR-CONTEXT
               IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN END-IF
               display "CONNECT...OK"

      *    BANK DETAILS TABLES (IDEMPOTENT, MAINTAINED BY LOADBANK)
OCESQL*        EXEC SQL
OCESQL*            CREATE TABLE IF NOT EXISTS EMP_BANK
OCESQL*            (
OCESQL*                EMP_NO          NUMERIC(4,0) NOT NULL,
OCESQL*                ROUTING_NO      CHAR(9) NOT NULL,
OCESQL*                ACCOUNT_NO      CHAR(17) NOT NULL,
OCESQL*                ACCOUNT_TYPE    CHAR(1) NOT NULL,
OCESQL*                PRENOTE_STATUS  CHAR(1) NOT NULL,
OCESQL*                PRENOTE_RUN_ID  CHAR(8),
OCESQL*                LAST_CHANGED    TIMESTAMP NOT NULL
OCESQL*                                DEFAULT CURRENT_TIMESTAMP,
OCESQL*                CONSTRAINT IEMPBK_0 PRIMARY KEY (EMP_NO)
OCESQL*            )
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLExec" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0001
OCESQL         END-CALL
               MOVE "CREATE TABLE EMP_BANK" TO ERROR-CONTEXT
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   SET  ABORT           TO TRUE
               END-IF
OCESQL*        EXEC SQL
OCESQL*            CREATE TABLE IF NOT EXISTS BANK_AUDIT
OCESQL*            (
OCESQL*                AUDIT_ID          SERIAL,
OCESQL*                EMP_NO            NUMERIC(4,0) NOT NULL,
OCESQL*                ACTION_CODE       CHAR(1) NOT NULL,
OCESQL*                OLD_ROUTING_NO    CHAR(9),
OCESQL*                OLD_ACCOUNT_NO    CHAR(17),
OCESQL*                OLD_ACCOUNT_TYPE  CHAR(1),
OCESQL*                NEW_ROUTING_NO    CHAR(9),
OCESQL*                NEW_ACCOUNT_NO    CHAR(17),
OCESQL*                NEW_ACCOUNT_TYPE  CHAR(1),
OCESQL*                PROGRAM_NAME      CHAR(10) NOT NULL,
OCESQL*                RUN_ID            CHAR(8) NOT NULL,
OCESQL*                AUDIT_TS          TIMESTAMP NOT NULL
OCESQL*                                  DEFAULT CURRENT_TIMESTAMP
OCESQL*            )
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLExec" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0002
OCESQL         END-CALL
               IF  SQLCODE NOT = ZERO AND NOT ABORT
                   MOVE "CREATE TABLE BANK_AUDIT" TO ERROR-CONTEXT
                   PERFORM ERROR-RTN
                   SET  ABORT           TO TRUE
               END-IF

               IF  NOT ABORT
OCESQL*            EXEC SQL
OCESQL*                DECLARE C1 CURSOR FOR
OCESQL*                SELECT E.EMP_NO, E.EMP_NAME, E.EMP_SALARY,
OCESQL*                       COALESCE(B.ROUTING_NO, ' '),
OCESQL*                       COALESCE(B.ACCOUNT_NO, ' '),
OCESQL*                       COALESCE(B.ACCOUNT_TYPE, ' '),
OCESQL*                       COALESCE(B.PRENOTE_STATUS, ' ')
OCESQL*                  FROM EMP E
OCESQL*                  LEFT JOIN EMP_BANK B ON B.EMP_NO = E.EMP_NO
OCESQL*                 ORDER BY E.EMP_NO
OCESQL*            END-EXEC.
OCESQL             CALL "OCESQLCursorDeclare" USING
OCESQL                  BY REFERENCE SQLCA
OCESQL                  BY REFERENCE "BANKXFER_C1" & x"00"
OCESQL                  BY REFERENCE SQ0003
OCESQL             END-CALL
OCESQL*            EXEC SQL
OCESQL*                OPEN C1
OCESQL*            END-EXEC.
OCESQL             CALL "OCESQLCursorOpen" USING
OCESQL                  BY REFERENCE SQLCA
OCESQL                  BY REFERENCE "BANKXFER_C1" & x"00"
OCESQL             END-CALL
                   MOVE "OPEN EMP CURSOR" TO ERROR-CONTEXT
                   IF  SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       SET  ABORT       TO TRUE
                   END-IF
               END-IF

               IF  NOT ABORT
                   PERFORM WRITE-FILE-HEADER-RTN
                   PERFORM FETCH-ONE-EMP-RTN
                   PERFORM UNTIL SQLCODE NOT = ZERO OR ABORT
                       PERFORM PROCESS-ONE-EMP-RTN
                       PERFORM FETCH-ONE-EMP-RTN
                   END-PERFORM
OCESQL*            EXEC SQL
OCESQL*                CLOSE C1
OCESQL*            END-EXEC.
OCESQL             CALL "OCESQLCursorClose"  USING
OCESQL                  BY REFERENCE SQLCA
OCESQL                  BY REFERENCE "BANKXFER_C1" & x"00"
OCESQL             END-CALL
               END-IF

               IF  NOT ABORT
                   PERFORM LIST-ORPHAN-RETRO-RTN
                   PERFORM WRITE-FILE-TRAILER-RTN
               END-IF

               PERFORM CLOSE-XFER-RTN

      *    A FILE WITH NO ENTRIES IS NOT LOGGED AND NOT TO BE SENT;
      *    OTHERWISE IT IS LOGGED BEFORE THE PRENOTE STATUSES ARE
      *    COMMITTED, SO A FAILURE CAN NEVER LEAVE A SENDABLE FILE
      *    THAT THE LOG DOES NOT KNOW ABOUT
               IF  NOT ABORT
                   IF  ENTRY-CNT = ZERO
                       DISPLAY "NO ENTRIES -- BANKXFER.DAT IS NOT "
                               "TO BE SENT"
                       PERFORM EMPTY-XFER-RTN
                   ELSE
                       PERFORM RECORD-SENT-RTN
                   END-IF
               END-IF

               IF  ABORT OR SQL-ERROR-OCCURRED
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                   PERFORM EMPTY-XFER-RTN
                   DISPLAY "*** BANKXFER.DAT IS NOT TO BE SENT ***"
               ELSE
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               END-IF

      *    END-OF-RUN STATISTICS
           MOVE "BANKXFER"       TO STAT-PROGRAM
           MOVE RUN-ID              TO STAT-RUN-ID
           MOVE READ-CNT            TO STAT-READ-CNT
           MOVE PAID-CNT            TO STAT-ACCEPT-CNT
           COMPUTE STAT-REJECT-CNT = HELD-CNT + ORPHAN-CNT
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO STAT-RETURN-CD
           ELSE
               IF  HELD-CNT > ZERO OR ORPHAN-CNT > ZERO
                                   OR ENTRY-CNT = ZERO
                                   OR RETRO-HIST-FAILED
                   MOVE 4           TO STAT-RETURN-CD
               ELSE
                   MOVE 0           TO STAT-RETURN-CD
               END-IF
           END-IF
           PERFORM WRITE-RUN-STATS-RTN

      *    DISCONNECT
OCESQL*        EXEC SQL
OCESQL*            DISCONNECT ALL
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLDisconnect" USING
OCESQL              BY REFERENCE SQLCA
OCESQL         END-CALL

           END-IF.

      *    END
           CLOSE ERROR-LOG-FILE.
           DISPLAY "EMPLOYEES READ     : " READ-CNT.
           DISPLAY "CREDITS PAID       : " PAID-CNT.
           DISPLAY "PRENOTES SENT      : " PRENOTE-CNT.
           DISPLAY "EMPLOYEES NOT PAID : " HELD-CNT.
           DISPLAY "RETRO NOT ON EMP   : " ORPHAN-CNT.
           DISPLAY "FILE ENTRIES       : " ENTRY-CNT.
           DISPLAY "ENTRY HASH         : " ENTRY-HASH.
           DISPLAY "CREDIT TOTAL CENTS : " CREDIT-TOTAL.
           DISPLAY "*** BANKXFER FINISHED ***".
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO RETURN-CODE
           ELSE
               IF  HELD-CNT > ZERO OR ORPHAN-CNT > ZERO
                                   OR ENTRY-CNT = ZERO
                                   OR RETRO-HIST-FAILED
                   MOVE 4           TO RETURN-CODE
               ELSE
                   MOVE 0           TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      *    RUN ENDS BEFORE ANY FILE IS CUT: RUN_STATS ROW ONLY, WITH
      *    THE RETURN CODE ALREADY SET IN STAT-RETURN-CD
      ******************************************************************
       SKIP-RUN-RTN.
           PERFORM READ-DBPARM-RTN.
OCESQL     CALL "OCESQLConnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE USERNAME
OCESQL          BY VALUE 30
OCESQL          BY REFERENCE PASSWD
OCESQL          BY VALUE 10
OCESQL          BY REFERENCE DBNAME
OCESQL          BY VALUE 30
OCESQL     END-CALL.
           IF  SQLCODE = ZERO
               MOVE "BANKXFER"      TO STAT-PROGRAM
               MOVE RUN-ID          TO STAT-RUN-ID
               MOVE ZERO            TO STAT-READ-CNT
               MOVE ZERO            TO STAT-ACCEPT-CNT
               MOVE ZERO            TO STAT-REJECT-CNT
               PERFORM WRITE-RUN-STATS-RTN
OCESQL     CALL "OCESQLDisconnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL     END-CALL
           END-IF.
           CLOSE ERROR-LOG-FILE.
           MOVE STAT-RETURN-CD        TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
       READ-DBPARM-RTN.
      ******************************************************************
           OPEN INPUT DBPARM-FILE.
           IF  DBPARM-STATUS = "00"
               READ DBPARM-FILE
                   AT END
                       DISPLAY "DBPARM.DAT EMPTY, USING ENVIRONMENT"
                   ACCEPT DBNAME   FROM ENVIRONMENT "OCESQL_DBNAME"
                   ACCEPT USERNAME FROM ENVIRONMENT "OCESQL_USERNAME"
                   ACCEPT PASSWD   FROM ENVIRONMENT "OCESQL_PASSWD"
               END-READ
               IF  DBPARM-STATUS = "00"
                   MOVE DBPARM-DBNAME    TO DBNAME
                   MOVE DBPARM-USERNAME  TO USERNAME
                   MOVE DBPARM-PASSWD    TO PASSWD
               END-IF
               CLOSE DBPARM-FILE
           ELSE
               DISPLAY "DBPARM.DAT NOT FOUND, USING ENVIRONMENT"
               ACCEPT DBNAME   FROM ENVIRONMENT "OCESQL_DBNAME"
               ACCEPT USERNAME FROM ENVIRONMENT "OCESQL_USERNAME"
               ACCEPT PASSWD   FROM ENVIRONMENT "OCESQL_PASSWD"
           END-IF.

      ******************************************************************
      *    PAY PERIOD IS THE MONTH OF THE BUSINESS DATE, OR OF TODAY
      *    ON A SITE WITHOUT RUNCTL.DAT
      ******************************************************************
       SET-PAY-PERIOD-RTN.
           MOVE FUNCTION CURRENT-DATE(1:4) TO FD-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO FD-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO FD-DD.
           MOVE FUNCTION CURRENT-DATE(3:6) TO FILE-YYMMDD.
           MOVE FUNCTION CURRENT-DATE(9:4) TO FILE-HHMM.
           IF  STAT-BIZ-DATE = SPACES
               MOVE FILE-DATE(1:7)    TO PAY-PERIOD
           ELSE
               MOVE STAT-BIZ-DATE(1:7) TO PAY-PERIOD
           END-IF.

      ******************************************************************
       READ-BANK-PARM-RTN.
      ******************************************************************
           OPEN INPUT BANK-PARM-FILE.
           IF  BPARM-STATUS NOT = "00"
               DISPLAY "BANKPRM.DAT NOT FOUND -- FILE CANNOT BE CUT"
               MOVE "OPEN BANK-PARM-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           ELSE
               READ BANK-PARM-FILE
                   AT END
                       DISPLAY "BANKPRM.DAT EMPTY -- FILE CANNOT BE CUT"
                       SET  ABORT     TO TRUE
               END-READ
               CLOSE BANK-PARM-FILE
           END-IF.
           IF  NOT ABORT
               IF  BP-DEST-ROUTING NOT NUMERIC
                   OR BP-ODFI-ID NOT NUMERIC
                   DISPLAY "BANKPRM.DAT ROUTING OR ODFI NOT NUMERIC"
                   SET  ABORT         TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    RETROPAY.DAT IS OPTIONAL; WHEN PRESENT IT MUST BALANCE TO
      *    ITS TRAILER OR NOTHING IS PAID
      ******************************************************************
       LOAD-RETRO-RTN.
           OPEN INPUT RETRO-ADJ-FILE.
           IF  RETRO-STATUS NOT = "00"
               DISPLAY "RETROPAY.DAT NOT FOUND, NO RETRO AMOUNTS"
           ELSE
               READ RETRO-ADJ-FILE
                   AT END SET RETRO-EOF TO TRUE
               END-READ
               PERFORM UNTIL RETRO-EOF OR ABORT
                   EVALUATE TRUE
                       WHEN RJ-DETAIL
                           PERFORM STORE-RETRO-RTN
                       WHEN RJ-TRAILER
                           SET  RETRO-TRAILER-SEEN TO TRUE
                           MOVE RJT-DETAIL-CNT TO RETRO-TRAILER-CNT
                           MOVE RJT-TOTAL-AMOUNT
                                          TO RETRO-TRAILER-TOTAL
                           IF  RJT-TOTAL-SIGN = "-"
                               COMPUTE RETRO-TRAILER-TOTAL =
                                       RETRO-TRAILER-TOTAL * -1
                           END-IF
                   END-EVALUATE
                   READ RETRO-ADJ-FILE
                       AT END SET RETRO-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RETRO-ADJ-FILE
               IF  NOT ABORT
                   IF  NOT RETRO-TRAILER-SEEN
                       OR RETRO-TRAILER-CNT NOT = RETRO-DETAIL-CNT
                       OR RETRO-TRAILER-TOTAL NOT = RETRO-FILE-TOTAL
                       DISPLAY "RETROPAY.DAT OUT OF BALANCE WITH ITS "
                               "TRAILER -- FILE NOT CUT"
                       SET  ABORT     TO TRUE
                   ELSE
                       IF  RETRO-DETAIL-CNT > ZERO
                           SET  RETRO-TO-PAY TO TRUE
                           DISPLAY "RETROPAY RUN " RETRO-RUN-ID ": "
                                   RETRO-DETAIL-CNT " ADJUSTMENTS"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       STORE-RETRO-RTN.
      ******************************************************************
           ADD 1                      TO RETRO-DETAIL-CNT.
           IF  RETRO-RUN-ID = SPACES
               MOVE RJ-RUN-ID         TO RETRO-RUN-ID
           END-IF.
           MOVE RJ-AMOUNT             TO EMP-RETRO.
           IF  RJ-AMOUNT-SIGN = "-"
               COMPUTE EMP-RETRO = EMP-RETRO * -1
           END-IF.
           ADD EMP-RETRO              TO RETRO-FILE-TOTAL.
           MOVE "N"                   TO RETRO-FOUND-SW.
           PERFORM VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RT-CNT OR RETRO-FOUND
               IF  RT-EMP-NO (RT-SUB) = RJ-EMP-NO
                   ADD EMP-RETRO      TO RT-AMOUNT (RT-SUB)
                   SET  RETRO-FOUND   TO TRUE
               END-IF
           END-PERFORM.
           IF  NOT RETRO-FOUND
               IF  RT-CNT NOT < RT-MAX
                   DISPLAY "RETROPAY.DAT HAS MORE THAN " RT-MAX
                           " EMPLOYEES"
                   MOVE "LOAD RETRO TABLE" TO ERROR-CONTEXT
                   MOVE RJ-EMP-NO     TO ERROR-RECORD-KEY
                   PERFORM WRITE-ERROR-LOG-RTN
                   SET  ABORT         TO TRUE
               ELSE
                   ADD 1              TO RT-CNT
                   MOVE RJ-EMP-NO     TO RT-EMP-NO (RT-CNT)
                   MOVE EMP-RETRO     TO RT-AMOUNT (RT-CNT)
                   MOVE "N"           TO RT-USED-FLG (RT-CNT)
               END-IF
           END-IF.

      ******************************************************************
      *    SCAN THE SEND LOG FOR THIS PAY PERIOD, AND FOR THE CURRENT
      *    RETROPAY RUN HAVING GONE OUT ON AN EARLIER FILE
      ******************************************************************
       CHECK-SENT-LOG-RTN.
           OPEN INPUT BANK-SENT-FILE.
           IF  BSENT-STATUS NOT = "00"
               DISPLAY "BANKSENT.DAT NOT FOUND, FIRST TRANSFER ASSUMED"
           ELSE
               READ BANK-SENT-FILE
                   AT END MOVE SPACES TO BANK-SENT-RECORD
               END-READ
               PERFORM UNTIL BSENT-STATUS NOT = "00"
                   IF  BS-PAY-PERIOD = PAY-PERIOD
                       SET  PERIOD-ALREADY-SENT TO TRUE
                       MOVE BS-RUN-ID       TO SENT-RUN-ID
                       MOVE BS-FILE-DATE    TO SENT-FILE-DATE
                   END-IF
                   IF  RETRO-TO-PAY
                       AND BS-RETRO-RUN-ID = RETRO-RUN-ID
                       MOVE "N"             TO RETRO-SW
                       DISPLAY "RETROPAY RUN " RETRO-RUN-ID
                               " ALREADY PAID BY RUN " BS-RUN-ID
                               " -- NOT PAID AGAIN"
                   END-IF
                   READ BANK-SENT-FILE
                       AT END MOVE SPACES TO BANK-SENT-RECORD
                   END-READ
               END-PERFORM
               CLOSE BANK-SENT-FILE
           END-IF.

      ******************************************************************
       OPEN-XFER-RTN.
      ******************************************************************
           OPEN OUTPUT BANK-XFER-FILE.
           IF  BXFILE-STATUS NOT = "00"
               DISPLAY "BANKXFER.DAT NOT OPENED, STATUS="
                       BXFILE-STATUS
               MOVE "OPEN BANK-XFER-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:4) TO RUN-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO RUN-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO RUN-DD.
           MOVE RUN-MM                TO RUN-MM-X.
           MOVE RUN-DD                TO RUN-DD-X.
           MOVE RUN-YYYY              TO RUN-YYYY-X.
           MOVE PAY-PERIOD            TO RH2-PAY-PERIOD.
           OPEN OUTPUT REPORT-FILE.
           IF  REPORT-STATUS NOT = "00"
               DISPLAY "BANKXFER.RPT NOT OPENED, STATUS="
                       REPORT-STATUS
               MOVE "OPEN REPORT-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           ELSE
               PERFORM WRITE-HEADING-RTN
           END-IF.

      ******************************************************************
       CLOSE-XFER-RTN.
      ******************************************************************
           IF  BXFILE-STATUS = "00"
               CLOSE BANK-XFER-FILE
           END-IF.
           IF  REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.

      ******************************************************************
      *    A FILE THAT IS NOT TO BE SENT IS LEFT EMPTY, SO A PARTLY
      *    WRITTEN OR UNLOGGED FILE CAN NEVER GO TO THE BANK
      ******************************************************************
       EMPTY-XFER-RTN.
           OPEN OUTPUT BANK-XFER-FILE.
           IF  BXFILE-STATUS = "00"
               CLOSE BANK-XFER-FILE
           END-IF.

      ******************************************************************
       FETCH-ONE-EMP-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        FETCH C1 INTO :EMP-NO, :EMP-NAME, :EMP-SALARY,
OCESQL*              :ROUTING-NO, :ACCOUNT-NO, :ACCOUNT-TYPE,
OCESQL*              :PRENOTE-STATUS
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-NAME
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-SALARY
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ROUTING-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 17
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ACCOUNT-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ACCOUNT-TYPE
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PRENOTE-STATUS
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "BANKXFER_C1" & x"00"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               MOVE "FETCH EMP CURSOR" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
      *    PRENOTE CYCLE ON EMP_BANK.PRENOTE_STATUS:
      *      "N"/"C" NEW OR CHANGED ACCOUNT -- SEND A PRENOTE, HOLD PAY
      *      "P"     PRENOTE WENT OUT ON AN EARLIER FILE -- NOW LIVE
      *      "L"     LIVE ACCOUNT -- PAY
      ******************************************************************
       PROCESS-ONE-EMP-RTN.
           ADD 1                      TO READ-CNT.
           PERFORM FIND-RETRO-RTN.
           COMPUTE PAY-AMOUNT = EMP-SALARY + EMP-RETRO.
           EVALUATE TRUE
               WHEN NO-BANK-DETAILS
                   MOVE "NO BANK DETAILS" TO HOLD-REASON
                   PERFORM WRITE-HELD-RTN
               WHEN PRENOTE-NEW OR PRENOTE-CHANGED
                   PERFORM WRITE-PRENOTE-RTN
                   IF  NOT ABORT
                       IF  PRENOTE-NEW
                           MOVE "PRENOTE SENT - NEW ACCOUNT"
                                          TO HOLD-REASON
                       ELSE
                           MOVE "PRENOTE SENT - CHANGED ACCOUNT"
                                          TO HOLD-REASON
                       END-IF
                       PERFORM WRITE-HELD-RTN
                   END-IF
               WHEN OTHER
                   IF  PRENOTE-PENDING
                       PERFORM MARK-LIVE-RTN
                   END-IF
                   IF  NOT ABORT
                       IF  PAY-AMOUNT > ZERO
                           PERFORM WRITE-CREDIT-RTN
                       ELSE
                           MOVE "NO AMOUNT DUE" TO HOLD-REASON
                           PERFORM WRITE-HELD-RTN
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
       FIND-RETRO-RTN.
      ******************************************************************
           MOVE ZERO                  TO EMP-RETRO.
           IF  RETRO-TO-PAY
               PERFORM VARYING RT-SUB FROM 1 BY 1
                       UNTIL RT-SUB > RT-CNT
                   IF  RT-EMP-NO (RT-SUB) = EMP-NO
                       MOVE RT-AMOUNT (RT-SUB) TO EMP-RETRO
                       SET  RT-USED (RT-SUB)   TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
       WRITE-CREDIT-RTN.
      ******************************************************************
           IF  CHECKING-ACCOUNT
               SET  BXE-CHECKING-CREDIT TO TRUE
           ELSE
               SET  BXE-SAVINGS-CREDIT  TO TRUE
           END-IF.
           COMPUTE BXE-AMOUNT = PAY-AMOUNT * 100.
           PERFORM WRITE-ENTRY-RTN.
           ADD BXE-AMOUNT             TO CREDIT-TOTAL.
           ADD 1                      TO PAID-CNT.

      ******************************************************************
       WRITE-PRENOTE-RTN.
      ******************************************************************
           IF  CHECKING-ACCOUNT
               SET  BXE-CHECKING-PRENOTE TO TRUE
           ELSE
               SET  BXE-SAVINGS-PRENOTE  TO TRUE
           END-IF.
           MOVE ZERO                  TO BXE-AMOUNT.
           PERFORM WRITE-ENTRY-RTN.
           ADD 1                      TO PRENOTE-CNT.
           PERFORM MARK-PRENOTE-RTN.

      ******************************************************************
       WRITE-ENTRY-RTN.
      ******************************************************************
           ADD 1                      TO ENTRY-SEQ.
           ADD 1                      TO ENTRY-CNT.
           MOVE ROUTING-NO            TO BXE-ROUTING-NO.
           MOVE ACCOUNT-NO            TO BXE-ACCOUNT-NO.
           MOVE EMP-NO                TO EMP-NO-DISP.
           MOVE EMP-NO-DISP           TO BXE-INDIV-ID.
           MOVE EMP-NAME              TO BXE-INDIV-NAME.
           MOVE BP-ODFI-ID            TO BXE-TRACE-ODFI.
           MOVE ENTRY-SEQ             TO BXE-TRACE-SEQ.
           MOVE ROUTING-NO(1:8)       TO RDFI-ID-GRP.
           ADD RDFI-ID                TO HASH-ACCUM.
           MOVE BX-ENTRY              TO BANK-XFER-DATA.
           PERFORM WRITE-XFER-RECORD-RTN.

      ******************************************************************
       WRITE-HELD-RTN.
      ******************************************************************
           MOVE EMP-NO                TO RD-EMP-NO.
           MOVE EMP-NAME              TO RD-EMP-NAME.
           MOVE PAY-AMOUNT            TO RD-AMOUNT.
           MOVE EMP-RETRO             TO RD-RETRO.
           MOVE HOLD-REASON           TO RD-REASON.
           PERFORM WRITE-DETAIL-RTN.
           ADD 1                      TO HELD-CNT.
           ADD PAY-AMOUNT             TO HELD-TOTAL.

      ******************************************************************
      *    RETRO AMOUNTS FOR EMPLOYEES NO LONGER ON EMP (TERMINATED
      *    SINCE RETROPAY RAN) ARE LISTED FOR PAYROLL TO SETTLE
      ******************************************************************
       LIST-ORPHAN-RETRO-RTN.
           IF  RETRO-TO-PAY
               PERFORM VARYING RT-SUB FROM 1 BY 1
                       UNTIL RT-SUB > RT-CNT
                   IF  NOT RT-USED (RT-SUB)
                       MOVE RT-EMP-NO (RT-SUB) TO RD-EMP-NO
                       MOVE "*** NOT ON EMP ***" TO RD-EMP-NAME
                       MOVE RT-AMOUNT (RT-SUB) TO RD-AMOUNT
                       MOVE RT-AMOUNT (RT-SUB) TO RD-RETRO
                       MOVE "RETRO FOR EMPLOYEE NOT ON EMP"
                                          TO RD-REASON
                       PERFORM WRITE-DETAIL-RTN
                       ADD 1          TO ORPHAN-CNT
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
       WRITE-DETAIL-RTN.
      ******************************************************************
           IF  LINE-CNT NOT < LINES-PER-PAGE
               PERFORM WRITE-HEADING-RTN
           END-IF.
           MOVE RPT-DETAIL            TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1                      TO LINE-CNT.

      ******************************************************************
       WRITE-FILE-HEADER-RTN.
      ******************************************************************
           MOVE BP-DEST-ROUTING       TO BXH-DEST-ROUTING.
           MOVE BP-ORIGIN-ID          TO BXH-ORIGIN-ID.
           MOVE FILE-YYMMDD           TO BXH-CREATE-DATE.
           MOVE FILE-HHMM             TO BXH-CREATE-TIME.
           MOVE BP-DEST-NAME          TO BXH-DEST-NAME.
           MOVE BP-ORIGIN-NAME        TO BXH-ORIGIN-NAME.
           MOVE RUN-ID                TO BXH-REFERENCE.
           MOVE BX-FILE-HEADER        TO BANK-XFER-DATA.
           PERFORM WRITE-XFER-RECORD-RTN.
           MOVE BP-ORIGIN-NAME        TO BXB-COMPANY-NAME.
           MOVE BP-COMPANY-ID         TO BXB-COMPANY-ID.
           MOVE PAY-PERIOD(1:4)       TO BXB-DESC-DATE(1:4).
           MOVE PAY-PERIOD(6:2)       TO BXB-DESC-DATE(5:2).
           MOVE FILE-YYMMDD           TO BXB-EFF-DATE.
           MOVE BP-ODFI-ID            TO BXB-ODFI-ID.
           MOVE BX-BATCH-HEADER       TO BANK-XFER-DATA.
           PERFORM WRITE-XFER-RECORD-RTN.

      ******************************************************************
      *    BATCH CONTROL, FILE CONTROL AND ALL-NINES PADDING TO A
      *    WHOLE NUMBER OF TEN-RECORD BLOCKS
      ******************************************************************
       WRITE-FILE-TRAILER-RTN.
           DIVIDE HASH-ACCUM BY 10000000000 GIVING HASH-QUOT
                  REMAINDER ENTRY-HASH.
           MOVE ENTRY-CNT             TO BXC-ENTRY-CNT.
           MOVE ENTRY-HASH            TO BXC-ENTRY-HASH.
           MOVE CREDIT-TOTAL          TO BXC-CREDIT-TOTAL.
           MOVE BP-COMPANY-ID         TO BXC-COMPANY-ID.
           MOVE BP-ODFI-ID            TO BXC-ODFI-ID.
           MOVE BX-BATCH-CONTROL      TO BANK-XFER-DATA.
           PERFORM WRITE-XFER-RECORD-RTN.
           COMPUTE RECORD-CNT = ENTRY-CNT + 4.
           COMPUTE BLOCK-CNT  = (RECORD-CNT + 9) / 10.
           COMPUTE PAD-CNT    = BLOCK-CNT * 10 - RECORD-CNT.
           MOVE BLOCK-CNT             TO BXF-BLOCK-CNT.
           MOVE ENTRY-CNT             TO BXF-ENTRY-CNT.
           MOVE ENTRY-HASH            TO BXF-ENTRY-HASH.
           MOVE CREDIT-TOTAL          TO BXF-CREDIT-TOTAL.
           MOVE BX-FILE-CONTROL       TO BANK-XFER-DATA.
           PERFORM WRITE-XFER-RECORD-RTN.
           PERFORM WRITE-PAD-RECORD-RTN PAD-CNT TIMES.
           PERFORM WRITE-TOTAL-RTN.

      ******************************************************************
       WRITE-PAD-RECORD-RTN.
      ******************************************************************
           MOVE ALL "9"               TO BANK-XFER-DATA.
           PERFORM WRITE-XFER-RECORD-RTN.

      ******************************************************************
       WRITE-XFER-RECORD-RTN.
      ******************************************************************
           MOVE XFER-CRLF             TO BANK-XFER-EOL.
           WRITE BANK-XFER-RECORD.
           IF  BXFILE-STATUS NOT = "00" AND NOT ABORT
               DISPLAY "BANKXFER.DAT WRITE FAILED, STATUS="
                       BXFILE-STATUS
               MOVE "WRITE BANK-XFER-FILE" TO ERROR-CONTEXT
               PERFORM WRITE-ERROR-LOG-RTN
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
       WRITE-TOTAL-RTN.
      ******************************************************************
           IF  HELD-CNT = ZERO AND ORPHAN-CNT = ZERO
               MOVE RPT-NONE-LINE     TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1                  TO LINE-CNT
           END-IF.
           IF  LINE-CNT + 11 > LINES-PER-PAGE
               PERFORM WRITE-HEADING-RTN
           END-IF.
           MOVE SPACES                TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "EMPLOYEES READ . . . . . . . . ." TO RCL-LABEL.
           MOVE READ-CNT              TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "CREDITS PAID . . . . . . . . . ." TO RCL-LABEL.
           MOVE PAID-CNT              TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "PRENOTES SENT  . . . . . . . . ." TO RCL-LABEL.
           MOVE PRENOTE-CNT           TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "ACCOUNTS NOW LIVE  . . . . . . ." TO RCL-LABEL.
           MOVE LIVE-CNT              TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "EMPLOYEES NOT PAID . . . . . . ." TO RCL-LABEL.
           MOVE HELD-CNT              TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "AMOUNT NOT PAID  . . . . . . . ." TO RCL-LABEL.
           MOVE HELD-TOTAL            TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "RETRO NOT ON EMP . . . . . . . ." TO RCL-LABEL.
           MOVE ORPHAN-CNT            TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "FILE ENTRIES . . . . . . . . . ." TO RCL-LABEL.
           MOVE ENTRY-CNT             TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "FILE ENTRY HASH  . . . . . . . ." TO RCL-LABEL.
           MOVE ENTRY-HASH            TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "FILE CREDIT TOTAL (CENTS)  . . ." TO RCL-LABEL.
           MOVE CREDIT-TOTAL          TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 11                     TO LINE-CNT.

      ******************************************************************
       WRITE-HEADING-RTN.
      ******************************************************************
           ADD 1       TO PAGE-NO
           MOVE ZERO   TO LINE-CNT
           MOVE RUN-DATE-X TO RH1-RUN-DATE
           MOVE PAGE-NO    TO RH1-PAGE-NO
           IF  PAGE-NO > 1
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE RPT-HEADING-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE RPT-HEADING-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE RPT-HEADING-3 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE RPT-HEADING-4 TO REPORT-RECORD
           WRITE REPORT-RECORD.

      ******************************************************************
       MARK-PRENOTE-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        UPDATE EMP_BANK
OCESQL*           SET PRENOTE_STATUS = 'P',
OCESQL*               PRENOTE_RUN_ID = :RUN-ID
OCESQL*         WHERE EMP_NO = :EMP-NO
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE RUN-ID
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 2
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO
               MOVE "UPDATE EMP_BANK PRENOTE" TO ERROR-CONTEXT
               MOVE EMP-NO-DISP       TO ERROR-RECORD-KEY
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           ELSE
               MOVE "P"               TO BAUD-ACTION-CODE
               PERFORM WRITE-BANK-AUDIT-RTN
           END-IF.

      ******************************************************************
       MARK-LIVE-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        UPDATE EMP_BANK SET PRENOTE_STATUS = 'L'
OCESQL*         WHERE EMP_NO = :EMP-NO
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 1
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO
               MOVE EMP-NO            TO EMP-NO-DISP
               MOVE "UPDATE EMP_BANK LIVE" TO ERROR-CONTEXT
               MOVE EMP-NO-DISP       TO ERROR-RECORD-KEY
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           ELSE
               ADD 1                  TO LIVE-CNT
               MOVE "L"               TO BAUD-ACTION-CODE
               PERFORM WRITE-BANK-AUDIT-RTN
           END-IF.

      ******************************************************************
      *    BANK_AUDIT ROW FOR A PRENOTE SENT ("P") OR AN ACCOUNT GONE
      *    LIVE ("L"); THE DETAILS ARE UNCHANGED, SO OLD = NEW
      ******************************************************************
       WRITE-BANK-AUDIT-RTN.
           MOVE "BANKXFER"            TO BAUD-PROGRAM.
           MOVE RUN-ID                TO BAUD-RUN-ID.
OCESQL*    EXEC SQL
OCESQL*        INSERT INTO BANK_AUDIT (EMP_NO, ACTION_CODE,
OCESQL*               OLD_ROUTING_NO, OLD_ACCOUNT_NO, OLD_ACCOUNT_TYPE,
OCESQL*               NEW_ROUTING_NO, NEW_ACCOUNT_NO, NEW_ACCOUNT_TYPE,
OCESQL*               PROGRAM_NAME, RUN_ID)
OCESQL*        VALUES (:EMP-NO, :BAUD-ACTION-CODE,
OCESQL*               :ROUTING-NO, :ACCOUNT-NO, :ACCOUNT-TYPE,
OCESQL*               :ROUTING-NO, :ACCOUNT-NO, :ACCOUNT-TYPE,
OCESQL*               :BAUD-PROGRAM, :BAUD-RUN-ID)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BAUD-ACTION-CODE
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ROUTING-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 17
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ACCOUNT-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ACCOUNT-TYPE
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ROUTING-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 17
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ACCOUNT-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ACCOUNT-TYPE
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BAUD-PROGRAM
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BAUD-RUN-ID
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 10
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO
               MOVE EMP-NO            TO EMP-NO-DISP
               MOVE "INSERT BANK_AUDIT" TO ERROR-CONTEXT
               MOVE EMP-NO-DISP       TO ERROR-RECORD-KEY
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
       RECORD-SENT-RTN.
      ******************************************************************
           OPEN EXTEND BANK-SENT-FILE.
           IF  BSENT-STATUS = "35"
               OPEN OUTPUT BANK-SENT-FILE
           END-IF.
           IF  BSENT-STATUS NOT = "00"
               DISPLAY "BANKSENT.DAT NOT OPENED, STATUS=" BSENT-STATUS
               SET  ABORT             TO TRUE
           ELSE
               MOVE RUN-ID            TO BS-RUN-ID
               MOVE FILE-DATE         TO BS-FILE-DATE
               MOVE PAY-PERIOD        TO BS-PAY-PERIOD
               MOVE ENTRY-CNT         TO BS-ENTRY-CNT
               MOVE ENTRY-HASH        TO BS-ENTRY-HASH
               MOVE CREDIT-TOTAL      TO BS-CREDIT-TOTAL
               IF  RETRO-TO-PAY
                   MOVE RETRO-RUN-ID  TO BS-RETRO-RUN-ID
               ELSE
                   MOVE SPACES        TO BS-RETRO-RUN-ID
               END-IF
               SET  BS-SENT              TO TRUE
               WRITE BANK-SENT-RECORD
               IF  BSENT-STATUS NOT = "00"
                   DISPLAY "BANKSENT.DAT WRITE FAILED, STATUS="
                           BSENT-STATUS
                   MOVE "WRITE BANK-SENT-FILE" TO ERROR-CONTEXT
                   PERFORM WRITE-ERROR-LOG-RTN
                   SET  ABORT         TO TRUE
               END-IF
               CLOSE BANK-SENT-FILE
               IF  NOT ABORT
                   DISPLAY "TRANSFER FILE RECORDED AS SENT FOR PERIOD "
                           PAY-PERIOD
                   IF  RETRO-TO-PAY
                       PERFORM RECORD-RETRO-HIST-RTN
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    THE RETROPAY RUN JUST PAID IS COPIED DETAIL BY DETAIL ONTO
      *    RETROHST.DAT.  THE TRANSFER FILE IS ALREADY LOGGED AS SENT
      *    BY NOW, SO A FAILURE HERE DOES NOT STOP IT; IT IS LOGGED
      *    AND THE RUN ENDS WITH RETURN-CODE 4 FOR THE HISTORY TO BE
      *    MADE GOOD BY HAND.
      ******************************************************************
       RECORD-RETRO-HIST-RTN.
           OPEN EXTEND RETRO-HIST-FILE.
           IF  RHIST-STATUS = "35"
               OPEN OUTPUT RETRO-HIST-FILE
           END-IF.
           IF  RHIST-STATUS NOT = "00"
               DISPLAY "RETROHST.DAT NOT OPENED, STATUS=" RHIST-STATUS
               SET  RETRO-HIST-FAILED TO TRUE
           ELSE
               OPEN INPUT RETRO-ADJ-FILE
               IF  RETRO-STATUS NOT = "00"
                   DISPLAY "RETROPAY.DAT NOT REOPENED, STATUS="
                           RETRO-STATUS
                   SET  RETRO-HIST-FAILED TO TRUE
               ELSE
                   MOVE "N"           TO RETRO-EOF-SW
                   READ RETRO-ADJ-FILE
                       AT END SET RETRO-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL RETRO-EOF
                       IF  RJ-DETAIL
                           MOVE SPACES        TO RETRO-HIST-RECORD
                           MOVE RJ-EMP-NO     TO RH-EMP-NO
                           MOVE RJ-AMOUNT-SIGN TO RH-AMOUNT-SIGN
                           MOVE RJ-AMOUNT     TO RH-AMOUNT
                           MOVE RJ-EFF-DATE   TO RH-EFF-DATE
                           MOVE RJ-RUN-ID     TO RH-RETRO-RUN-ID
                           MOVE PAY-PERIOD    TO RH-PAY-PERIOD
                           MOVE FILE-DATE     TO RH-PAID-DATE
                           MOVE RUN-ID        TO RH-XFER-RUN-ID
                           WRITE RETRO-HIST-RECORD
                           ADD 1              TO RETRO-HIST-CNT
                       END-IF
                       READ RETRO-ADJ-FILE
                           AT END SET RETRO-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE RETRO-ADJ-FILE
               END-IF
               CLOSE RETRO-HIST-FILE
           END-IF.
           IF  RETRO-HIST-FAILED
               MOVE "RECORD RETRO HISTORY" TO ERROR-CONTEXT
               MOVE RETRO-RUN-ID      TO ERROR-RECORD-KEY
               PERFORM WRITE-ERROR-LOG-RTN
           ELSE
               DISPLAY "RETRO HISTORY RECORDED: " RETRO-HIST-CNT
                       " ADJUSTMENTS"
           END-IF.

      ******************************************************************
       READ-RUN-CTL-RTN.
      ******************************************************************
           MOVE SPACES                TO STAT-BIZ-DATE.
           OPEN INPUT RUN-CTL-FILE.
           IF  RUNCTL-STATUS = "00"
               READ RUN-CTL-FILE
                   AT END MOVE SPACES TO RUN-CTL-RECORD
               END-READ
               IF  RUNCTL-STATUS = "00"
                   MOVE RC-BIZ-DATE   TO STAT-BIZ-DATE
                   SET  RUN-CTL-PRESENT TO TRUE
                   IF  RC-MONTH-END = "Y"
                       SET  MONTH-END-NIGHT TO TRUE
                   END-IF
               END-IF
               CLOSE RUN-CTL-FILE
           END-IF.

      ******************************************************************
       CAPTURE-START-TS-RTN.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE(1:4)  TO STB-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2)  TO STB-MM.
           MOVE FUNCTION CURRENT-DATE(7:2)  TO STB-DD.
           MOVE FUNCTION CURRENT-DATE(9:2)  TO STB-HH.
           MOVE FUNCTION CURRENT-DATE(11:2) TO STB-MI.
           MOVE FUNCTION CURRENT-DATE(13:2) TO STB-SS.
           MOVE SPACES                      TO STAT-START-TS.
           MOVE STAT-TS-BUILD               TO STAT-START-TS.
           PERFORM READ-RUN-CTL-RTN.

      ******************************************************************
      *    END-OF-RUN STATISTICS ROW; A FAILURE HERE IS REPORTED ON
      *    THE CONSOLE BUT DOES NOT CHANGE THE RUN'S RETURN-CODE --
      *    THE BATCH WORK ITSELF HAS ALREADY COMPLETED.
      ******************************************************************
       WRITE-RUN-STATS-RTN.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0007
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO
               DISPLAY "RUN_STATS TABLE NOT AVAILABLE, SQLCODE: "
                       SQLCODE
           ELSE
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE STAT-PROGRAM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE STAT-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 26
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE STAT-START-TS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE STAT-READ-CNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE STAT-ACCEPT-CNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE STAT-REJECT-CNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE STAT-RETURN-CD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE STAT-BIZ-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 8
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               IF  SQLCODE NOT = ZERO
                   DISPLAY "RUN_STATS ROW NOT WRITTEN, SQLCODE: "
                           SQLCODE
               ELSE
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               END-IF
           END-IF.

      ******************************************************************
       ERROR-RTN.
      ******************************************************************
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE " " NO ADVANCING.
           PERFORM WRITE-ERROR-LOG-RTN.
           MOVE 16 TO RETURN-CODE.
           SET  SQL-ERROR-OCCURRED TO TRUE.
           EVALUATE SQLCODE
              WHEN  +10
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection falied"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE: "  SQLSTATE
                 DISPLAY SQLERRMC
              *> TO RESTART TRANSACTION, DO ROLLBACK.
OCESQL*          EXEC SQL
OCESQL*              ROLLBACK
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE: "  SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.

      ******************************************************************
       WRITE-ERROR-LOG-RTN.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE  TO ELR-TIMESTAMP.
           MOVE "BANKXFER"             TO ELR-PROGRAM.
           MOVE SQLCODE                TO ELR-SQLCODE.
           MOVE SQLSTATE               TO ELR-SQLSTATE.
           MOVE ERROR-CONTEXT       TO ELR-CONTEXT.
           MOVE ERROR-RECORD-KEY    TO ELR-RECORD-KEY.
           MOVE SQLERRMC               TO ELR-SQLERRMC.
           WRITE ERROR-LOG-RECORD.
      ******************************************************************
