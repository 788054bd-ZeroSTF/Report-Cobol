    SELECT BURST-FILE ASSIGN TO DYNAMIC WS-BURST-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BURST-STATUS.
    SELECT GL-LIABILITY-MAP-FILE ASSIGN TO "GLLIAB.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLLIAB-STATUS.
    SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLJRNL-STATUS.
    SELECT BANK-MASTER-FILE ASSIGN TO "BANKMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANK-STATUS.
    SELECT BANK-PAYMENT-FILE ASSIGN TO "BANKPAY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANKPAY-STATUS.
    SELECT POSITION-CONTROL-FILE ASSIGN TO "POSCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POSCTL-STATUS.
    SELECT FINAL-SETTLEMENT-FILE ASSIGN TO "FINALPAY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FNL-STATUS.
    SELECT FINAL-PAY-STATEMENT-FILE ASSIGN TO "FINALPAY.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FNLSTMT-STATUS.
    SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DPM-STATUS.
DATA DIVISION.
FILE SECTION.
FD EMPLOYEE-FILE.
    05 TXN-EMP-DEPARTMENT   PIC X(20).
    05 TXN-EMP-HIRE-DATE    PIC X(10).
    05 TXN-EFFECTIVE-DATE   PIC X(10).
    05 TXN-ENTERED-BY       PIC X(08).
    05 TXN-APPROVED-BY      PIC X(08).
    05 TXN-APPROVED-BY-2    PIC X(08).
01 BANK-TRANSACTION-RECORD.
    05 BTX-CODE             PIC X(01).
    05 BTX-EMP-ID           PIC 9(5).
    05 BTX-ACTION           PIC X(01).
    05 BTX-SEQ              PIC 9(1).
    05 BTX-ROUTING          PIC X(09).
    05 BTX-ACCOUNT          PIC X(17).
    05 BTX-ACCT-TYPE        PIC X(01).
    05 BTX-SPLIT-METHOD     PIC X(01).
    05 BTX-SPLIT-AMOUNT     PIC 9(7)V99.
    05 FILLER               PIC X(60).
    05 BTX-ENTERED-BY       PIC X(08).
    05 BTX-APPROVED-BY      PIC X(08).
    05 BTX-APPROVED-BY-2    PIC X(08).
01 DEPT-TRANSACTION-RECORD.
    05 DTX-CODE             PIC X(01).
    05 DTX-ACTION           PIC X(01).
    05 DTX-DEPT-CODE        PIC X(06).
    05 DTX-NAME             PIC X(20).
    05 DTX-COST-CENTER      PIC X(10).
    05 DTX-DIVISION         PIC X(20).
    05 DTX-EFFECTIVE-DATE   PIC X(10).
    05 FILLER               PIC X(37).
    05 DTX-ENTERED-BY       PIC X(08).
    05 DTX-APPROVED-BY      PIC X(08).
    05 DTX-APPROVED-BY-2    PIC X(08).
FD PENDING-TRANSACTION-FILE.
01 PENDING-TRANSACTION-RECORD.
    05 PND-CODE             PIC X(01).
    05 PND-EMP-DEPARTMENT   PIC X(20).
    05 PND-EMP-HIRE-DATE    PIC X(10).
    05 PND-EFFECTIVE-DATE   PIC X(10).
    05 PND-ENTERED-BY       PIC X(08).
    05 PND-APPROVED-BY      PIC X(08).
    05 PND-APPROVED-BY-2    PIC X(08).
01 PENDING-BANK-RECORD.
    05 PBX-CODE             PIC X(01).
    05 PBX-EMP-ID           PIC 9(5).
    05 PBX-ACTION           PIC X(01).
    05 PBX-SEQ              PIC 9(1).
    05 PBX-ROUTING          PIC X(09).
    05 PBX-ACCOUNT          PIC X(17).
    05 PBX-ACCT-TYPE        PIC X(01).
    05 PBX-SPLIT-METHOD     PIC X(01).
    05 PBX-SPLIT-AMOUNT     PIC 9(7)V99.
    05 FILLER               PIC X(60).
    05 PBX-ENTERED-BY       PIC X(08).
    05 PBX-APPROVED-BY      PIC X(08).
    05 PBX-APPROVED-BY-2    PIC X(08).
01 PENDING-DEPT-RECORD.
    05 PDX-CODE             PIC X(01).
    05 PDX-ACTION           PIC X(01).
    05 PDX-DEPT-CODE        PIC X(06).
    05 PDX-NAME             PIC X(20).
    05 PDX-COST-CENTER      PIC X(10).
    05 PDX-DIVISION         PIC X(20).
    05 PDX-EFFECTIVE-DATE   PIC X(10).
    05 FILLER               PIC X(37).
    05 PDX-ENTERED-BY       PIC X(08).
    05 PDX-APPROVED-BY      PIC X(08).
    05 PDX-APPROVED-BY-2    PIC X(08).
FD NEW-EMPLOYEE-FILE.
01 NEW-EMPLOYEE-RECORD.
    05 NEW-EMP-ID           PIC 9(5).
    05 AUD-ACTION          PIC X(01).
    05 AUD-OLD-IMAGE       PIC X(94).
    05 AUD-NEW-IMAGE       PIC X(94).
    05 AUD-ENTERED-BY      PIC X(08).
    05 AUD-APPROVED-BY     PIC X(08).
    05 AUD-APPROVED-BY-2   PIC X(08).
FD PAY-BAND-FILE.
01 PAY-BAND-RECORD.
    05 PB-POSITION         PIC X(20).
    05 DIST-RECIPIENT      PIC X(30).
FD BURST-FILE.
01 BURST-LINE              PIC X(132).
FD GL-LIABILITY-MAP-FILE.
01 GL-LIABILITY-MAP-RECORD.
    05 GLLIAB-DED-TYPE     PIC X(01).
    05 GLLIAB-ACCOUNT      PIC X(10).
FD GL-JOURNAL-FILE.
01 GL-JOURNAL-RECORD.
    05 GLJ-ACCOUNT         PIC X(10).
    05 GLJ-PERIOD          PIC X(07).
    05 GLJ-DR-CR           PIC X(01).
    05 GLJ-AMOUNT          PIC 9(11)V99.
    05 GLJ-ENTITY          PIC X(03).
    05 GLJ-SOURCE          PIC X(20).
FD BANK-MASTER-FILE.
01 BANK-MASTER-RECORD.
    05 BNK-EMP-ID          PIC 9(5).
    05 BNK-SEQ             PIC 9(1).
    05 BNK-ROUTING         PIC X(09).
    05 BNK-ACCOUNT         PIC X(17).
    05 BNK-ACCT-TYPE       PIC X(01).
    05 BNK-SPLIT-METHOD    PIC X(01).
    05 BNK-SPLIT-AMOUNT    PIC 9(7)V99.
FD BANK-PAYMENT-FILE.
01 BANK-PAY-HEADER-RECORD.
    05 BPH-REC-TYPE        PIC X(01).
    05 BPH-ENTITY          PIC X(03).
    05 BPH-PAY-DATE        PIC X(10).
    05 BPH-PERIOD          PIC X(07).
    05 FILLER              PIC X(44).
01 BANK-PAY-DETAIL-RECORD.
    05 BPD-REC-TYPE        PIC X(01).
    05 BPD-EMP-ID          PIC 9(5).
    05 BPD-ROUTING         PIC X(09).
    05 BPD-ACCOUNT         PIC X(17).
    05 BPD-ACCT-TYPE       PIC X(01).
    05 BPD-AMOUNT          PIC 9(9)V99.
    05 BPD-EMP-NAME        PIC X(21).
01 BANK-PAY-CONTROL-RECORD.
    05 BPT-REC-TYPE        PIC X(01).
    05 BPT-DETAIL-COUNT    PIC 9(6).
    05 BPT-TOTAL-AMOUNT    PIC 9(11)V99.
    05 BPT-ROUTING-HASH    PIC 9(10).
    05 FILLER              PIC X(35).
FD POSITION-CONTROL-FILE.
01 POSITION-CONTROL-RECORD.
    05 PCT-DEPT-NAME       PIC X(20).
    05 PCT-POSITION        PIC X(20).
    05 PCT-AUTHORIZED      PIC 9(5).
    05 PCT-EFFECTIVE-DATE  PIC X(10).
FD FINAL-SETTLEMENT-FILE.
01 FINAL-SETTLEMENT-RECORD.
    05 FNL-EMP-ID          PIC 9(5).
    05 FNL-EMP-NAME        PIC X(30).
    05 FNL-EMP-DEPARTMENT  PIC X(20).
    05 FNL-TERM-DATE       PIC X(10).
    05 FNL-PRORATED-SALARY PIC 9(7)V99.
    05 FNL-LEAVE-HOURS     PIC 9(5)V99.
    05 FNL-HOURLY-RATE     PIC 9(5)V99.
    05 FNL-LEAVE-AMOUNT    PIC 9(7)V99.
    05 FNL-GROSS           PIC 9(7)V99.
    05 FNL-TAX             PIC 9(8)V99.
    05 FNL-INS             PIC 9(8)V99.
    05 FNL-RET             PIC 9(8)V99.
    05 FNL-GARN            PIC 9(8)V99.
    05 FNL-NET             PIC S9(9)V99.
    05 FNL-RUN-DATE        PIC X(10).
FD FINAL-PAY-STATEMENT-FILE.
01 FINAL-PAY-LINE          PIC X(132).
FD DEPT-MASTER-FILE.
01 DEPT-MASTER-RECORD.
    05 DPM-CODE            PIC X(06).
    05 DPM-NAME            PIC X(20).
    05 DPM-COST-CENTER     PIC X(10).
    05 DPM-DIVISION        PIC X(20).
    05 DPM-STATUS          PIC X(01).
    05 DPM-EFF-FROM        PIC X(10).
    05 DPM-EFF-TO          PIC X(10).
WORKING-STORAGE SECTION.
01 WS-EOF                  PIC X VALUE 'N'.
01 WS-EMPLOYEE-STATUS      PIC XX VALUE SPACES.
        10 TBL-TXN-EFFECTIVE-DATE PIC X(10).
        10 TBL-TXN-APPLIED       PIC X(01) VALUE 'N'.
        10 TBL-TXN-FUTURE        PIC X(01) VALUE 'N'.
        10 TBL-TXN-POS-MOVE      PIC X(01) VALUE 'N'.
        10 TBL-TXN-OLD-SLOT      PIC 9(3) VALUE 0.
        10 TBL-TXN-ENTERED-BY    PIC X(08).
        10 TBL-TXN-APPROVED-BY   PIC X(08).
        10 TBL-TXN-APPROVED-BY-2 PIC X(08).
01 WS-MATCH-IDX             PIC 9(5) VALUE 0.
01 WS-PENDTXN-STATUS        PIC XX VALUE SPACES.
01 WS-PEND-EOF              PIC X VALUE 'N'.
01 WS-PCTL-OVERFLOW          PIC X VALUE 'N'.
01 WS-PCTL-OVERFLOW-COUNT    PIC 9(3) VALUE 0.
01 WS-PERIOD-POSTING         PIC X VALUE 'P'.
01 WS-PERIOD-CHECKED         PIC X VALUE 'N'.
01 WS-JRNL-REFUSED           PIC X VALUE 'N'.
01 WS-JRNL-OPEN              PIC X VALUE 'N'.
01 WS-PCTL-PURGED            PIC 9(5) VALUE 0.
01 WS-PCTL-DROP              PIC X VALUE 'N'.
01 WS-CFG-REPLACE-PERIOD     PIC X(50) VALUE SPACES.
01 WS-PAYTOT-GROSS-EDIT      PIC ZZZZZZZZZZ9.99.
01 WS-PAYTOT-DED-EDIT        PIC ZZZZZZZZZZ9.99.
01 WS-PAYTOT-NET-EDIT        PIC -----------9.99.
01 WS-GLLIAB-STATUS          PIC XX VALUE SPACES.
01 WS-GLLIAB-EOF             PIC X VALUE 'N'.
01 WS-GLLIAB-TABLE-CONTROL.
    05 WS-GLLIAB-COUNT        PIC 9(3) VALUE 0.
    05 WS-GLLIAB-ENTRY OCCURS 10 TIMES.
        10 WS-GLLIAB-TYPE     PIC X(01).
        10 WS-GLLIAB-ACCT     PIC X(10).
01 WS-GLLIAB-SUB             PIC 9(3) VALUE 0.
01 WS-GLLIAB-OVERFLOW        PIC X VALUE 'N'.
01 WS-GLLIAB-OVERFLOW-COUNT  PIC 9(3) VALUE 0.
01 WS-GLJRNL-STATUS          PIC XX VALUE SPACES.
01 WS-JRNL-TYPE-VALUES       PIC X(05) VALUE "TIRGN".
01 WS-JRNL-TYPES REDEFINES WS-JRNL-TYPE-VALUES.
    05 WS-JRNL-TYPE OCCURS 5 TIMES PIC X(01).
01 WS-JRNL-LABEL-VALUES.
    05 FILLER                PIC X(20) VALUE "TAX WITHHELD".
    05 FILLER                PIC X(20) VALUE "INSURANCE PAYABLE".
    05 FILLER                PIC X(20) VALUE "RETIREMENT PAYABLE".
    05 FILLER                PIC X(20) VALUE "GARNISHMENT PAYABLE".
    05 FILLER                PIC X(20) VALUE "NET PAY PAYABLE".
01 WS-JRNL-LABELS REDEFINES WS-JRNL-LABEL-VALUES.
    05 WS-JRNL-LABEL OCCURS 5 TIMES PIC X(20).
01 WS-JRNL-CREDIT-TOTALS.
    05 WS-JRNL-CR-AMOUNT OCCURS 5 TIMES PIC S9(11)V99 VALUE 0.
01 WS-JRNL-SUB               PIC 9(3) VALUE 0.
01 WS-JRNL-DEBIT-TOTAL       PIC S9(13)V99 VALUE 0.
01 WS-JRNL-CREDIT-TOTAL      PIC S9(13)V99 VALUE 0.
01 WS-JRNL-LINES             PIC 9(5) VALUE 0.
01 WS-JRNL-UNMAPPED          PIC 9(3) VALUE 0.
01 WS-JRNL-ACCOUNT           PIC X(10) VALUE SPACES.
01 WS-JRNL-DR-CR             PIC X VALUE SPACE.
01 WS-JRNL-AMOUNT            PIC S9(11)V99 VALUE 0.
01 WS-JRNL-SOURCE            PIC X(20) VALUE SPACES.
01 WS-JRNL-DEBIT-EDIT        PIC ------------9.99.
01 WS-JRNL-CREDIT-EDIT       PIC ------------9.99.
01 WS-BANK-STATUS            PIC XX VALUE SPACES.
01 WS-BANK-EOF               PIC X VALUE 'N'.
01 WS-BANK-LOAD-OK           PIC X VALUE 'N'.
01 WS-BANK-TABLE-CONTROL.
    05 WS-BANK-COUNT          PIC 9(4) VALUE 0.
    05 WS-BANK-ENTRY OCCURS 2000 TIMES.
        10 WS-BANK-EMP-ID     PIC 9(5).
        10 WS-BANK-SEQ        PIC 9(1).
        10 WS-BANK-ROUTING    PIC X(09).
        10 WS-BANK-ACCOUNT    PIC X(17).
        10 WS-BANK-TYPE       PIC X(01).
        10 WS-BANK-METHOD     PIC X(01).
        10 WS-BANK-AMOUNT     PIC 9(7)V99.
        10 WS-BANK-STATE      PIC X(01).
01 WS-BANK-SUB               PIC 9(4) VALUE 0.
01 WS-BANK-MATCH-IDX         PIC 9(4) VALUE 0.
01 WS-BANK-OVERFLOW          PIC X VALUE 'N'.
01 WS-BANK-OVERFLOW-COUNT    PIC 9(5) VALUE 0.
01 WS-ROUTE-WORK             PIC X(09) VALUE SPACES.
01 WS-ROUTE-DIGITS REDEFINES WS-ROUTE-WORK.
    05 WS-ROUTE-DIGIT         PIC 9 OCCURS 9 TIMES.
01 WS-ROUTE-CHECK            PIC 9(4) VALUE 0.
01 WS-ROUTE-HASH-WORK        PIC 9(8) VALUE 0.
01 WS-BANK-VALID             PIC X VALUE 'N'.
01 WS-BTX-MASTER-OPEN        PIC X VALUE 'N'.
01 WS-BTX-NEW-HIRE           PIC X VALUE 'N'.
01 WS-MAINT-BANK-CHANGES     PIC 9(5) VALUE 0.
01 WS-BANKPAY-STATUS         PIC XX VALUE SPACES.
01 WS-BANKPAY-OPEN           PIC X VALUE 'N'.
01 WS-BANKPAY-COUNT          PIC 9(6) VALUE 0.
01 WS-BANKPAY-TOTAL          PIC 9(11)V99 VALUE 0.
01 WS-BANKPAY-HASH           PIC 9(10) VALUE 0.
01 WS-BANKPAY-EMPLOYEES      PIC 9(5) VALUE 0.
01 WS-DD-ACCOUNTS            PIC 9(3) VALUE 0.
01 WS-DD-INVALID             PIC 9(3) VALUE 0.
01 WS-DD-REMAINDERS          PIC 9(3) VALUE 0.
01 WS-DD-FIXED-TOTAL         PIC S9(9)V99 VALUE 0.
01 WS-DD-PART                PIC S9(9)V99 VALUE 0.
01 WS-DD-AMOUNT-TOTAL        PIC S9(9)V99 VALUE 0.
01 WS-DD-PCT-TOTAL           PIC 9(5)V99 VALUE 0.
01 WS-DD-PCT-LAST            PIC 9(4) VALUE 0.
01 WS-DD-PCT-PAID            PIC S9(9)V99 VALUE 0.
01 WS-DD-EXACT-CHECK         PIC S9(13)V9(4) VALUE 0.
01 WS-DD-REASON              PIC X(40) VALUE SPACES.
01 WS-DDEXC-TABLE-CONTROL.
    05 WS-DDEXC-COUNT         PIC 9(4) VALUE 0.
    05 WS-DDEXC-ENTRY OCCURS 500 TIMES.
        10 WS-DDEXC-EMP-ID    PIC 9(5).
        10 WS-DDEXC-NAME      PIC X(30).
        10 WS-DDEXC-NET       PIC S9(9)V99.
        10 WS-DDEXC-REASON    PIC X(40).
01 WS-DDEXC-SUB              PIC 9(4) VALUE 0.
01 WS-DDEXC-OVERFLOW         PIC X VALUE 'N'.
01 WS-DDEXC-OVERFLOW-COUNT   PIC 9(5) VALUE 0.
01 WS-DDEXC-TOTAL            PIC 9(5) VALUE 0.
01 WS-BANKPAY-TOTAL-EDIT     PIC ZZZZZZZZZZ9.99.
01 WS-CFG-MOVEMENT-FROM      PIC X(50) VALUE SPACES.
01 WS-CFG-MOVEMENT-TO        PIC X(50) VALUE SPACES.
01 WS-MOV-FROM-DATE          PIC X(10) VALUE SPACES.
01 WS-MOV-TO-DATE            PIC X(10) VALUE SPACES.
01 WS-MOV-SNAP-DATE          PIC X(10) VALUE SPACES.
01 WS-MOV-RANGE-DAYS         PIC S9(7) VALUE 0.
01 WS-MOV-AUDIT-EOF          PIC X VALUE 'N'.
01 WS-MOV-AUDIT-READ         PIC 9(7) VALUE 0.
01 WS-MOV-MASTER-COUNT       PIC 9(7) VALUE 0.
01 WS-MOV-IMAGE.
    05 WS-MOV-IMG-ID          PIC 9(5).
    05 WS-MOV-IMG-NAME        PIC X(30).
    05 WS-MOV-IMG-POSITION    PIC X(20).
    05 WS-MOV-IMG-SALARY      PIC 9(7)V99.
    05 WS-MOV-IMG-DEPT        PIC X(20).
    05 WS-MOV-IMG-HIRE-DATE   PIC X(10).
01 WS-MOV-OLD-DEPT           PIC X(20) VALUE SPACES.
01 WS-MOV-EV-TYPE            PIC X(01) VALUE SPACE.
01 WS-MOV-EV-DATE            PIC X(10) VALUE SPACES.
01 WS-MOV-EV-SIGN            PIC S9(1) VALUE 0.
01 WS-MOV-LOOK-DEPT          PIC X(20) VALUE SPACES.
01 WS-MOVDEPT-TABLE-CONTROL.
    05 WS-MOVDEPT-COUNT       PIC 9(3) VALUE 0.
    05 WS-MOVDEPT-ENTRY OCCURS 50 TIMES.
        10 WS-MOVDEPT-NAME    PIC X(20).
        10 WS-MOVDEPT-SNAP    PIC S9(5).
        10 WS-MOVDEPT-PRE-NET PIC S9(5).
        10 WS-MOVDEPT-HIRES   PIC S9(5).
        10 WS-MOVDEPT-TERMS   PIC S9(5).
        10 WS-MOVDEPT-REINST  PIC S9(5).
        10 WS-MOVDEPT-XFR-IN  PIC S9(5).
        10 WS-MOVDEPT-XFR-OUT PIC S9(5).
        10 WS-MOVDEPT-POST-NET PIC S9(5).
        10 WS-MOVDEPT-MASTER  PIC S9(5).
01 WS-MOVDEPT-SUB            PIC 9(3) VALUE 0.
01 WS-MOVDEPT-OVERFLOW       PIC X VALUE 'N'.
01 WS-MOVDEPT-OVERFLOW-COUNT PIC 9(5) VALUE 0.
01 WS-MOVDIV-TABLE-CONTROL.
    05 WS-MOVDIV-COUNT        PIC 9(3) VALUE 0.
    05 WS-MOVDIV-ENTRY OCCURS 21 TIMES.
        10 WS-MOVDIV-NAME     PIC X(20).
        10 WS-MOVDIV-OPENING  PIC S9(5).
        10 WS-MOVDIV-HIRES    PIC S9(5).
        10 WS-MOVDIV-TERMS    PIC S9(5).
        10 WS-MOVDIV-REINST   PIC S9(5).
        10 WS-MOVDIV-XFR-IN   PIC S9(5).
        10 WS-MOVDIV-XFR-OUT  PIC S9(5).
        10 WS-MOVDIV-CLOSING  PIC S9(5).
        10 WS-MOVDIV-MASTER   PIC S9(5).
01 WS-MOVDIV-SUB             PIC 9(3) VALUE 0.
01 WS-MOVDIV-OVERFLOW        PIC X VALUE 'N'.
01 WS-MOVDIV-OVERFLOW-COUNT  PIC 9(5) VALUE 0.
01 WS-MOVTERM-TABLE-CONTROL.
    05 WS-MOVTERM-COUNT       PIC 9(4) VALUE 0.
    05 WS-MOVTERM-ENTRY OCCURS 2000 TIMES.
        10 WS-MOVTERM-EMP-ID  PIC 9(5).
        10 WS-MOVTERM-DATE    PIC X(10).
01 WS-MOVTERM-SUB            PIC 9(4) VALUE 0.
01 WS-MOVTERM-OVERFLOW       PIC X VALUE 'N'.
01 WS-MOVTERM-OVERFLOW-COUNT PIC 9(5) VALUE 0.
01 WS-MOV-ARC-TERM-DATE      PIC X(10) VALUE SPACES.
01 WS-MOV-ARCHIVE-ONLY       PIC 9(5) VALUE 0.
01 WS-MOV-UNRECONCILED       PIC 9(3) VALUE 0.
01 WS-MOV-ROW.
    05 WS-MOV-ROW-NAME        PIC X(20).
    05 WS-MOV-ROW-OPENING     PIC S9(5).
    05 WS-MOV-ROW-HIRES       PIC S9(5).
    05 WS-MOV-ROW-TERMS       PIC S9(5).
    05 WS-MOV-ROW-REINST      PIC S9(5).
    05 WS-MOV-ROW-XFR-IN      PIC S9(5).
    05 WS-MOV-ROW-XFR-OUT     PIC S9(5).
    05 WS-MOV-ROW-CLOSING     PIC S9(5).
    05 WS-MOV-ROW-MASTER      PIC S9(5).
01 WS-MOV-TOTAL-ROW.
    05 WS-MOVTOT-OPENING      PIC S9(5) VALUE 0.
    05 WS-MOVTOT-HIRES        PIC S9(5) VALUE 0.
    05 WS-MOVTOT-TERMS        PIC S9(5) VALUE 0.
    05 WS-MOVTOT-REINST       PIC S9(5) VALUE 0.
    05 WS-MOVTOT-XFR-IN       PIC S9(5) VALUE 0.
    05 WS-MOVTOT-XFR-OUT      PIC S9(5) VALUE 0.
    05 WS-MOVTOT-CLOSING      PIC S9(5) VALUE 0.
    05 WS-MOVTOT-MASTER       PIC S9(5) VALUE 0.
01 WS-MOV-ROW-DIFF           PIC S9(5) VALUE 0.
01 WS-MOV-AVG-HEADCOUNT      PIC S9(5)V99 VALUE 0.
01 WS-MOV-TURNOVER           PIC 9(5)V99 VALUE 0.
01 WS-MOV-FLAG               PIC X(20) VALUE SPACES.
01 WS-MOV-OPEN-EDIT          PIC ----9.
01 WS-MOV-HIRE-EDIT          PIC ----9.
01 WS-MOV-TERM-EDIT          PIC ----9.
01 WS-MOV-REIN-EDIT          PIC ----9.
01 WS-MOV-XIN-EDIT           PIC ----9.
01 WS-MOV-XOUT-EDIT          PIC ----9.
01 WS-MOV-CLOSE-EDIT         PIC ----9.
01 WS-MOV-MAST-EDIT          PIC ----9.
01 WS-MOV-DIFF-EDIT          PIC ----9.
01 WS-MOV-TURN-EDIT          PIC ZZZZ9.99.
01 WS-CFG-POSITION-ACTION    PIC X(50) VALUE SPACES.
01 WS-POS-FULL-ACTION        PIC X(06) VALUE "HOLD".
01 WS-POSCTL-STATUS          PIC XX VALUE SPACES.
01 WS-POSCTL-EOF             PIC X VALUE 'N'.
01 WS-POSCTL-TABLE-CONTROL.
    05 WS-POSCTL-COUNT        PIC 9(3) VALUE 0.
    05 WS-POSCTL-ENTRY OCCURS 500 TIMES.
        10 WS-POSCTL-DEPT     PIC X(20).
        10 WS-POSCTL-POSITION PIC X(20).
        10 WS-POSCTL-AUTH     PIC 9(5).
        10 WS-POSCTL-EFF-DATE PIC X(10).
01 WS-POSCTL-SUB             PIC 9(3) VALUE 0.
01 WS-POSCTL-OVERFLOW        PIC X VALUE 'N'.
01 WS-POSCTL-OVERFLOW-COUNT  PIC 9(5) VALUE 0.
01 WS-POSSLOT-TABLE-CONTROL.
    05 WS-POSSLOT-COUNT       PIC 9(3) VALUE 0.
    05 WS-POSSLOT-ENTRY OCCURS 200 TIMES.
        10 WS-POSSLOT-DEPT    PIC X(20).
        10 WS-POSSLOT-POSITION PIC X(20).
        10 WS-POSSLOT-FILLED  PIC S9(5).
        10 WS-POSSLOT-DONE    PIC X(01).
01 WS-POSSLOT-SUB            PIC 9(3) VALUE 0.
01 WS-POSSLOT-SUB2           PIC 9(3) VALUE 0.
01 WS-POSSLOT-OVERFLOW       PIC X VALUE 'N'.
01 WS-POSSLOT-OVERFLOW-COUNT PIC 9(5) VALUE 0.
01 WS-POS-LOOK-DEPT          PIC X(20) VALUE SPACES.
01 WS-POS-LOOK-POSITION      PIC X(20) VALUE SPACES.
01 WS-POS-AS-OF              PIC X(10) VALUE SPACES.
01 WS-POS-AUTH-FOUND         PIC X VALUE 'N'.
01 WS-POS-AUTH-WORK          PIC 9(5) VALUE 0.
01 WS-POS-AUTH-DATE          PIC X(10) VALUE SPACES.
01 WS-POS-EOF                PIC X VALUE 'N'.
01 WS-POS-COUNT-IT           PIC X VALUE 'N'.
01 WS-MAINT-POS-HELD         PIC 9(5) VALUE 0.
01 WS-MAINT-POS-REJECTED     PIC 9(5) VALUE 0.
01 WS-VAC-DEPT-AUTH          PIC 9(5) VALUE 0.
01 WS-VAC-DEPT-FILLED        PIC 9(5) VALUE 0.
01 WS-VAC-DEPT-OPEN          PIC 9(5) VALUE 0.
01 WS-VAC-DEPT-UNCTL         PIC 9(5) VALUE 0.
01 WS-VAC-TOTAL-AUTH         PIC 9(5) VALUE 0.
01 WS-VAC-TOTAL-FILLED       PIC 9(5) VALUE 0.
01 WS-VAC-TOTAL-OPEN         PIC 9(5) VALUE 0.
01 WS-VAC-OVER-COUNT         PIC 9(3) VALUE 0.
01 WS-VAC-OVER-BY            PIC S9(5) VALUE 0.
01 WS-CFG-APPROVAL-PCT       PIC X(50) VALUE SPACES.
01 WS-APPR-PCT-LIMIT         PIC 9(3)V99 VALUE 10.00.
01 WS-APPR-INCR-PCT          PIC 9(7)V99 VALUE 0.
01 WS-APPR-HOLD              PIC X VALUE 'N'.
01 WS-APPR-EMP-ID            PIC 9(5) VALUE 0.
01 WS-APPR-SECOND-REQ        PIC X VALUE 'N'.
01 WS-MAINT-APPR-HELD        PIC 9(5) VALUE 0.
01 WS-HOLDTXN-TABLE-CONTROL.
    05 WS-HOLDTXN-COUNT       PIC 9(3) VALUE 0.
    05 WS-HOLDTXN-IMAGE OCCURS 200 TIMES PIC X(129).
01 WS-HOLDTXN-SUB            PIC 9(3) VALUE 0.
01 WS-HOLDTXN-OVERFLOW       PIC X VALUE 'N'.
01 WS-HOLDTXN-OVERFLOW-COUNT PIC 9(5) VALUE 0.
01 WS-RCN-EOF                PIC X VALUE 'N'.
01 WS-RCN-FILE-NAME          PIC X(12) VALUE SPACES.
01 WS-RCN-OPEN-STATUS        PIC XX VALUE SPACES.
01 WS-RCN-LOOK-ID            PIC 9(5) VALUE 0.
01 WS-RCN-LOOK-DEPT          PIC X(20) VALUE SPACES.
01 WS-RCN-KEY-WORK           PIC X(40) VALUE SPACES.
01 WS-RCN-DETAIL-TEXT        PIC X(60) VALUE SPACES.
01 WS-RCN-ARC-SEV            PIC X VALUE 'E'.
01 WS-RCN-UNK-SEV            PIC X VALUE 'E'.
01 WS-RCN-DUP-SEV            PIC X VALUE 'E'.
01 WS-RCN-MISS-SEV           PIC X VALUE 'W'.
01 WS-RCN-ORPHAN-SEV         PIC X VALUE 'W'.
01 WS-RCN-NEW-SEV            PIC X VALUE SPACE.
01 WS-RCN-FILE-SEV           PIC X VALUE SPACE.
01 WS-RCN-RUN-SEV            PIC X VALUE SPACE.
01 WS-RCN-CHECK-MISSING      PIC X VALUE 'N'.
01 WS-RCN-MASTER-COUNT       PIC 9(5) VALUE 0.
01 WS-RCN-READ               PIC 9(5) VALUE 0.
01 WS-RCN-ORPHANS            PIC 9(5) VALUE 0.
01 WS-RCN-LVB-CLOSED         PIC 9(5) VALUE 0.
01 WS-RCN-MISSING            PIC 9(5) VALUE 0.
01 WS-RCN-DUPS               PIC 9(5) VALUE 0.
01 WS-RCN-DEPT-TABLE-CONTROL.
    05 WS-RCN-DEPT-COUNT      PIC 9(3) VALUE 0.
    05 WS-RCN-DEPT-ENTRY OCCURS 100 TIMES.
        10 WS-RCN-DEPT-NAME   PIC X(20).
        10 WS-RCN-DEPT-STAFF  PIC 9(5).
        10 WS-RCN-DEPT-HIT    PIC X(01).
01 WS-RCN-DEPT-SUB           PIC 9(3) VALUE 0.
01 WS-RCN-DEPT-OVERFLOW      PIC X VALUE 'N'.
01 WS-RCN-DEPT-OVERFLOW-COUNT PIC 9(5) VALUE 0.
01 WS-RCN-KEY-TABLE-CONTROL.
    05 WS-RCN-KEY-COUNT       PIC 9(5) VALUE 0.
    05 WS-RCN-KEY OCCURS 5000 TIMES PIC X(40).
01 WS-RCN-KEY-SUB            PIC 9(5) VALUE 0.
01 WS-RCN-KEY-OVERFLOW       PIC X VALUE 'N'.
01 WS-RCN-KEY-OVERFLOW-COUNT PIC 9(5) VALUE 0.
01 WS-RCN-FILE-TABLE-CONTROL.
    05 WS-RCN-FILE-COUNT      PIC 9(3) VALUE 0.
    05 WS-RCN-FILE-ENTRY OCCURS 12 TIMES.
        10 WS-RCN-F-NAME      PIC X(12).
        10 WS-RCN-F-READ      PIC 9(5).
        10 WS-RCN-F-ORPHANS   PIC 9(5).
        10 WS-RCN-F-MISSING   PIC 9(5).
        10 WS-RCN-F-DUPS      PIC 9(5).
        10 WS-RCN-F-RESULT    PIC X(06).
01 WS-RCN-FILE-SUB           PIC 9(3) VALUE 0.
01 WS-FNL-STATUS             PIC XX VALUE SPACES.
01 WS-FNLSTMT-STATUS         PIC XX VALUE SPACES.
01 WS-CFG-STANDARD-HOURS     PIC X(50) VALUE SPACES.
01 WS-FP-ANNUAL-HOURS        PIC 9(4) VALUE 2080.
01 WS-FP-TERM-DATE           PIC X(10) VALUE SPACES.
01 WS-FP-PRORATED            PIC 9(7)V99 VALUE 0.
01 WS-FP-HOURLY-RATE         PIC 9(5)V99 VALUE 0.
01 WS-FP-LEAVE-HOURS         PIC 9(5)V99 VALUE 0.
01 WS-FP-LEAVE-PAY           PIC 9(7)V99 VALUE 0.
01 WS-FP-COUNT               PIC 9(5) VALUE 0.
01 WS-FP-NEGATIVE            PIC 9(5) VALUE 0.
01 WS-FP-LEAVE-CLOSED        PIC 9(5) VALUE 0.
01 WS-FP-LEAVE-NOTE          PIC X(40) VALUE SPACES.
01 WS-FP-AMOUNT-EDIT         PIC Z,ZZZ,ZZ9.99-.
01 WS-FP-HOURS-EDIT          PIC ZZ,ZZ9.99.
01 WS-DPM-STATUS             PIC XX VALUE SPACES.
01 WS-DPM-EOF                PIC X VALUE 'N'.
01 WS-DPM-PRESENT            PIC X VALUE 'N'.
01 WS-DPM-LOAD-OK            PIC X VALUE 'N'.
01 WS-DPM-TABLE-CONTROL.
    05 WS-DPM-COUNT           PIC 9(3) VALUE 0.
    05 WS-DPM-ENTRY OCCURS 300 TIMES.
        10 WS-DPM-CODE        PIC X(06).
        10 WS-DPM-NAME        PIC X(20).
        10 WS-DPM-COST-CENTER PIC X(10).
        10 WS-DPM-DIVISION    PIC X(20).
        10 WS-DPM-ACTIVE      PIC X(01).
        10 WS-DPM-EFF-FROM    PIC X(10).
        10 WS-DPM-EFF-TO      PIC X(10).
01 WS-DPM-SUB                PIC 9(3) VALUE 0.
01 WS-DPM-OVERFLOW           PIC X VALUE 'N'.
01 WS-DPM-OVERFLOW-COUNT     PIC 9(3) VALUE 0.
01 WS-DPM-LOOK               PIC X(20) VALUE SPACES.
01 WS-DPM-LOOK-UPPER         PIC X(20) VALUE SPACES.
01 WS-DPM-AS-OF              PIC X(10) VALUE SPACES.
01 WS-DPM-FOUND              PIC X VALUE 'N'.
01 WS-DPM-RES-CODE           PIC X(06) VALUE SPACES.
01 WS-DPM-RES-NAME           PIC X(20) VALUE SPACES.
01 WS-DPM-RES-DIVISION       PIC X(20) VALUE SPACES.
01 WS-DPM-RES-ACTIVE         PIC X VALUE 'N'.
01 WS-DPM-FIRST-IDX          PIC 9(3) VALUE 0.
01 WS-DPM-FIRST-DATE         PIC X(10) VALUE SPACES.
01 WS-DPM-CUR-IDX            PIC 9(3) VALUE 0.
01 WS-DPM-CUR-DATE           PIC X(10) VALUE SPACES.
01 WS-DPM-ASOF-IDX           PIC 9(3) VALUE 0.
01 WS-DPM-ASOF-DATE          PIC X(10) VALUE SPACES.
01 WS-DPM-MATCH-IDX          PIC 9(3) VALUE 0.
01 WS-DPM-CODE-FOUND         PIC X VALUE 'N'.
01 WS-DPM-NAME-TAKEN         PIC X VALUE 'N'.
01 WS-DPM-PREV-DAY           PIC X(10) VALUE SPACES.
01 WS-DPM-EFF-DATE           PIC X(10) VALUE SPACES.
01 WS-DPM-HIST-CODE          PIC X(06) VALUE SPACES.
01 WS-DPM-MIGRATED           PIC 9(5) VALUE 0.
01 WS-MAINT-DEPT-CHANGES     PIC 9(5) VALUE 0.
01 WS-LOAD-DEPT-REJECTED     PIC 9(5) VALUE 0.
01 WS-MERIT-DEPT-CODE        PIC X(20) VALUE SPACES.
01 WS-CFG-PROJ-START         PIC X(50) VALUE SPACES.
01 WS-CFG-PROJ-MONTHS        PIC X(50) VALUE SPACES.
01 WS-CFG-PROJ-MERIT         PIC X(50) VALUE SPACES.
01 WS-PRJ-START-DATE         PIC X(10) VALUE SPACES.
01 WS-PRJ-START-YEAR         PIC 9(4) VALUE 0.
01 WS-PRJ-START-MONTH        PIC 99 VALUE 0.
01 WS-PRJ-MONTHS             PIC 99 VALUE 12.
01 WS-PRJ-MONTHS-WORK        PIC S9(5) VALUE 0.
01 WS-PRJ-MERIT              PIC X VALUE 'N'.
01 WS-PRJ-MERIT-MONTH        PIC S9(5) VALUE 0.
01 WS-PRJ-DATE-WORK          PIC X(10) VALUE SPACES.
01 WS-PRJ-MONTH-WORK         PIC S9(5) VALUE 0.
01 WS-PRJ-YEAR-WORK          PIC 9(4) VALUE 0.
01 WS-PRJ-MON                PIC 99 VALUE 0.
01 WS-PRJ-LABEL-TABLE.
    05 WS-PRJ-LABEL          PIC X(07) OCCURS 24 TIMES.
01 WS-PRJ-EMP-TABLE-CONTROL.
    05 WS-PRJ-EMP-COUNT      PIC 9(5) VALUE 0.
    05 WS-PRJ-EMP-ENTRY OCCURS 5000 TIMES.
        10 WS-PRJ-E-ID       PIC 9(5).
        10 WS-PRJ-E-POSITION PIC X(20).
        10 WS-PRJ-E-SALARY   PIC 9(7)V99.
        10 WS-PRJ-E-DEPT     PIC X(20).
        10 WS-PRJ-E-ACTIVE   PIC X.
01 WS-PRJ-EMP-SUB            PIC 9(5) VALUE 0.
01 WS-PRJ-EMP-MATCH          PIC 9(5) VALUE 0.
01 WS-PRJ-LOOK-ID            PIC 9(5) VALUE 0.
01 WS-PRJ-EMP-OVERFLOW       PIC X VALUE 'N'.
01 WS-PRJ-EMP-OVERFLOW-COUNT PIC 9(5) VALUE 0.
01 WS-PRJ-TXN-TABLE-CONTROL.
    05 WS-PRJ-TXN-COUNT      PIC 9(4) VALUE 0.
    05 WS-PRJ-TXN-ENTRY OCCURS 1000 TIMES.
        10 WS-PRJ-T-CODE     PIC X.
        10 WS-PRJ-T-ID       PIC 9(5).
        10 WS-PRJ-T-POSITION PIC X(20).
        10 WS-PRJ-T-SALARY   PIC 9(7)V99.
        10 WS-PRJ-T-DEPT     PIC X(20).
        10 WS-PRJ-T-MONTH    PIC 99.
01 WS-PRJ-TXN-SUB            PIC 9(4) VALUE 0.
01 WS-PRJ-TXN-OVERFLOW       PIC X VALUE 'N'.
01 WS-PRJ-TXN-OVERFLOW-COUNT PIC 9(5) VALUE 0.
01 WS-PRJ-DEPT-TABLE-CONTROL.
    05 WS-PRJ-DEPT-COUNT     PIC 9(3) VALUE 0.
    05 WS-PRJ-DEPT-ENTRY OCCURS 50 TIMES.
        10 WS-PRJ-D-NAME     PIC X(20).
        10 WS-PRJ-D-OVER-MON PIC 99.
        10 WS-PRJ-D-TOTAL    PIC 9(11)V99.
        10 WS-PRJ-D-CELL OCCURS 24 TIMES.
            15 WS-PRJ-D-HC   PIC 9(5).
            15 WS-PRJ-D-RATE PIC 9(11)V99.
01 WS-PRJ-DEPT-SUB           PIC 9(3) VALUE 0.
01 WS-PRJ-LOOK-DEPT          PIC X(20) VALUE SPACES.
01 WS-PRJ-DEPT-OVERFLOW      PIC X VALUE 'N'.
01 WS-PRJ-DEPT-OVERFLOW-COUNT PIC 9(5) VALUE 0.
01 WS-PRJ-DIV-TABLE-CONTROL.
    05 WS-PRJ-DIV-COUNT      PIC 9(3) VALUE 0.
    05 WS-PRJ-DIV-ENTRY OCCURS 20 TIMES.
        10 WS-PRJ-V-NAME     PIC X(20).
        10 WS-PRJ-V-TOTAL    PIC 9(11)V99.
        10 WS-PRJ-V-CELL OCCURS 24 TIMES.
            15 WS-PRJ-V-HC   PIC 9(5).
            15 WS-PRJ-V-RATE PIC 9(11)V99.
01 WS-PRJ-DIV-SUB            PIC 9(3) VALUE 0.
01 WS-PRJ-DIV-OVERFLOW       PIC X VALUE 'N'.
01 WS-PRJ-DIV-OVERFLOW-COUNT PIC 9(5) VALUE 0.
01 WS-PRJ-READ               PIC 9(5) VALUE 0.
01 WS-PRJ-PEND-READ          PIC 9(5) VALUE 0.
01 WS-PRJ-PEND-APPLIED       PIC 9(5) VALUE 0.
01 WS-PRJ-PEND-SKIPPED       PIC 9(5) VALUE 0.
01 WS-PRJ-PEND-BEYOND        PIC 9(5) VALUE 0.
01 WS-PRJ-PEND-UNMATCHED     PIC 9(5) VALUE 0.
01 WS-PRJ-MERIT-APPLIED      PIC 9(5) VALUE 0.
01 WS-PRJ-OVER-DEPTS         PIC 9(3) VALUE 0.
01 WS-PRJ-NOBUDG-DEPTS       PIC 9(3) VALUE 0.
01 WS-PRJ-PEND-EOF           PIC X VALUE 'N'.
01 WS-PRJ-COST-WORK          PIC 9(11)V99 VALUE 0.
01 WS-PRJ-COST-EDIT          PIC ZZZZZZZZZZ9.99.
01 WS-PRJ-RATE-EDIT          PIC ZZZZZZZZZZ9.99.
01 WS-PRJ-CEIL-EDIT          PIC ZZZZZZZZZZ9.99.
01 WS-PRJ-HC-EDIT            PIC ZZZZ9.
01 WS-SUSPENSE-STATUS        PIC XX VALUE SPACES.
01 WS-SUSP-EOF               PIC X VALUE 'N'.
01 WS-SUSP-OUT-OPEN          PIC X VALUE 'N'.
01 WS-EXIT-CODE              PIC 9(4) VALUE 0.
01 WS-LOG-FILE-NAME          PIC X(50) VALUE SPACES.
01 WS-LOG-FILE-STATUS        PIC XX VALUE SPACES.
01 WS-CYCLE-STEP-AREA EXTERNAL.
    05 WS-CYC-STEP-ACTIVE     PIC X.
    05 WS-CYC-STEP-SET-COUNT  PIC 99.
    05 WS-CYC-STEP-SETTING OCCURS 30 TIMES.
        10 WS-CYC-STEP-KEY    PIC X(20).
        10 WS-CYC-STEP-VALUE  PIC X(50).
    05 WS-CYC-STEP-READ       PIC 9(5).
    05 WS-CYC-STEP-ACCEPTED   PIC 9(5).
    05 WS-CYC-STEP-REJECTED   PIC 9(5).
    05 WS-CYC-STEP-TXN-APPLIED PIC 9(5).
    05 WS-CYC-STEP-TXN-REJECTED PIC 9(5).
    05 WS-CYC-STEP-RUN-DATE   PIC X(10).
01 WS-CYC-SET-SUB            PIC 99 VALUE 0.
01 WS-CYC-STEP-INCOMPLETE    PIC X VALUE 'N'.
01 WS-CFG-BURST              PIC X(50) VALUE SPACES.
01 WS-BURST-REPORTS          PIC X VALUE 'N'.
01 WS-DIST-STATUS            PIC XX VALUE SPACES.
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM INITIALIZE-PROGRAM
    IF WS-CYC-STEP-INCOMPLETE NOT = 'Y'
        PERFORM DISPATCH-RUN-MODE
    END-IF
    PERFORM FINALIZE-RUN
    GOBACK.

DISPATCH-RUN-MODE.
    EVALUATE WS-RUN-MODE
            PERFORM RUN-MERIT-MODE
        WHEN "ACCRUAL"
            PERFORM RUN-ACCRUAL-MODE
        WHEN "MOVEMENT"
            PERFORM RUN-MOVEMENT-MODE
        WHEN "RECONCILE"
            PERFORM RUN-RECONCILE-MODE
        WHEN "PROJECTION"
            PERFORM RUN-PROJECTION-MODE
        WHEN OTHER
            PERFORM RUN-REPORT-MODE
    END-EVALUATE.
        PERFORM LOG-RUN-MESSAGE
        PERFORM SET-WARNING-EXIT
    END-IF
    IF WS-LOAD-DEPT-REJECTED NOT = 0
        MOVE "WARN " TO WS-LOG-SEVERITY
        MOVE SPACES TO WS-LOG-TEXT
        STRING WS-LOAD-DEPT-REJECTED
            " record(s) with unknown or inactive department rejected"
            " during load"
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM LOG-RUN-MESSAGE
        PERFORM SET-WARNING-EXIT
    END-IF
    IF WS-INQ-NOT-FOUND NOT = 0
        MOVE "WARN " TO WS-LOG-SEVERITY
        MOVE SPACES TO WS-LOG-TEXT
        PERFORM LOG-RUN-MESSAGE
        PERFORM SET-WARNING-EXIT
    END-IF
    IF WS-DDEXC-TOTAL NOT = 0
        MOVE "WARN " TO WS-LOG-SEVERITY
        MOVE SPACES TO WS-LOG-TEXT
        STRING WS-DDEXC-TOTAL
            " employee(s) on the direct deposit exception list"
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM LOG-RUN-MESSAGE
        PERFORM SET-WARNING-EXIT
    END-IF
    IF WS-SUSP-OUTSTANDING NOT = 0
        MOVE "WARN " TO WS-LOG-SEVERITY
        MOVE SPACES TO WS-LOG-TEXT
       WS-MERIT-OVERFLOW = 'Y' OR WS-MERDEPT-OVERFLOW = 'Y' OR
       WS-ORG-OVERFLOW = 'Y' OR WS-DIV-OVERFLOW = 'Y' OR
       WS-ACS-OVERFLOW = 'Y' OR WS-PCTL-OVERFLOW = 'Y' OR
       WS-DHISTO-OVERFLOW = 'Y' OR WS-GLLIAB-OVERFLOW = 'Y' OR
       WS-BANK-OVERFLOW = 'Y' OR WS-DDEXC-OVERFLOW = 'Y' OR
       WS-MOVDEPT-OVERFLOW = 'Y' OR WS-MOVDIV-OVERFLOW = 'Y' OR
       WS-MOVTERM-OVERFLOW = 'Y' OR WS-POSCTL-OVERFLOW = 'Y' OR
       WS-POSSLOT-OVERFLOW = 'Y' OR WS-HOLDTXN-OVERFLOW = 'Y' OR
       WS-RCN-DEPT-OVERFLOW = 'Y' OR WS-RCN-KEY-OVERFLOW = 'Y' OR
       WS-DPM-OVERFLOW = 'Y' OR WS-PRJ-EMP-OVERFLOW = 'Y' OR
       WS-PRJ-TXN-OVERFLOW = 'Y' OR WS-PRJ-DEPT-OVERFLOW = 'Y' OR
       WS-PRJ-DIV-OVERFLOW = 'Y'
        MOVE "WARN " TO WS-LOG-SEVERITY
        MOVE "Table capacity exceeded - see report warnings"
            TO WS-LOG-TEXT
        CLOSE RUN-LOG-FILE
        MOVE 'N' TO WS-RUNLOG-OPEN
    END-IF
    IF WS-CYC-STEP-ACTIVE = 'Y'
        MOVE WS-RECORDS-READ TO WS-CYC-STEP-READ
        MOVE WS-RECORDS-ACCEPTED TO WS-CYC-STEP-ACCEPTED
        MOVE WS-RECORDS-REJECTED TO WS-CYC-STEP-REJECTED
        COMPUTE WS-CYC-STEP-TXN-APPLIED = WS-MAINT-ADDED +
            WS-MAINT-CHANGED + WS-MAINT-DELETED + WS-MAINT-REINSTATED
        MOVE WS-MAINT-REJECTED TO WS-CYC-STEP-TXN-REJECTED
    END-IF
    MOVE WS-EXIT-CODE TO RETURN-CODE.

OPEN-RUN-LOG.

INITIALIZE-PROGRAM.
    PERFORM READ-CONFIG
    PERFORM SET-RUN-DATE
    PERFORM OPEN-RUN-LOG
    MOVE "INFO " TO WS-LOG-SEVERITY
    MOVE SPACES TO WS-LOG-TEXT
    STRING "Run started - mode " FUNCTION TRIM(WS-RUN-MODE)
        DELIMITED BY SIZE INTO WS-LOG-TEXT
    PERFORM LOG-RUN-MESSAGE
    PERFORM LOAD-DEPARTMENT-MASTER
    IF WS-BATCH-MODE NOT = 'Y' AND WS-RUN-MODE = "REPORT" AND
       WS-CYC-STEP-ACTIVE NOT = 'Y'
        PERFORM GET-USER-INPUT
    END-IF
    IF WS-BATCH-MODE NOT = 'Y' AND WS-RUN-MODE = "REPORT" AND
       WS-CYC-STEP-ACTIVE = 'Y'
        MOVE 'Y' TO WS-CYC-STEP-INCOMPLETE
        MOVE "ERROR" TO WS-LOG-SEVERITY
        MOVE "Cycle step missing EMPLOYEE_FILE/REPORT_FILE/SORT_OPTION"
            TO WS-LOG-TEXT
        PERFORM LOG-RUN-MESSAGE
        PERFORM SET-ERROR-EXIT
    END-IF.

SET-RUN-DATE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    IF WS-CYC-STEP-ACTIVE = 'Y' AND WS-CYC-STEP-RUN-DATE NOT = SPACES
        MOVE WS-CYC-STEP-RUN-DATE(1:4) TO WS-YEAR
        MOVE WS-CYC-STEP-RUN-DATE(6:2) TO WS-MONTH
        MOVE WS-CYC-STEP-RUN-DATE(9:2) TO WS-DAY
    END-IF
    MOVE FUNCTION CONCATENATE(WS-YEAR "-" WS-MONTH "-" WS-DAY)
        TO WS-HEADING-DATE.

READ-CONFIG.
    OPEN INPUT CONFIG-FILE
    PERFORM UNTIL WS-CONFIG-EOF = 'Y'
            AT END
                MOVE 'Y' TO WS-CONFIG-EOF
            NOT AT END
                PERFORM STORE-CONFIG-SETTING
    END-PERFORM
    IF WS-CYC-STEP-ACTIVE = 'Y'
        PERFORM VARYING WS-CYC-SET-SUB FROM 1 BY 1
            UNTIL WS-CYC-SET-SUB > WS-CYC-STEP-SET-COUNT
            MOVE WS-CYC-STEP-KEY(WS-CYC-SET-SUB) TO CONFIG-KEY
            MOVE WS-CYC-STEP-VALUE(WS-CYC-SET-SUB) TO CONFIG-VALUE
            PERFORM STORE-CONFIG-SETTING
        END-PERFORM
    END-IF
    CLOSE CONFIG-FILE
    IF WS-CFG-RUN-MODE NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WS-CFG-RUN-MODE) TO WS-RUN-MODE
    IF WS-CFG-CARRYOVER NOT = SPACES
        MOVE WS-CFG-CARRYOVER TO WS-CARRYOVER-CAP
    END-IF
    IF WS-CFG-STANDARD-HOURS NOT = SPACES
        COMPUTE WS-FP-ANNUAL-HOURS =
            FUNCTION NUMVAL(WS-CFG-STANDARD-HOURS)
    END-IF
    IF WS-CFG-APPROVAL-PCT NOT = SPACES
        COMPUTE WS-APPR-PCT-LIMIT =
            FUNCTION NUMVAL(WS-CFG-APPROVAL-PCT)
    END-IF
    IF WS-CFG-POSITION-ACTION NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WS-CFG-POSITION-ACTION)
            TO WS-POS-FULL-ACTION
    END-IF
    IF WS-CFG-EMPLOYEE-FILE NOT = SPACES
        MOVE WS-CFG-EMPLOYEE-FILE TO WS-EMPLOYEE-FILENAME
    END-IF
        MOVE WS-CFG-SORT-OPTION TO WS-SORT-OPTION
    END-IF.

STORE-CONFIG-SETTING.
    EVALUATE CONFIG-KEY
        WHEN "MAX_SALARY"
            MOVE CONFIG-VALUE TO WS-MAX-SALARY
        WHEN "MIN_SALARY"
            MOVE CONFIG-VALUE TO WS-MIN-SALARY
        WHEN "OUTPUT_FORMAT"
            MOVE FUNCTION UPPER-CASE(CONFIG-VALUE)
                TO WS-OUTPUT-FORMAT
        WHEN "EMPLOYEE_FILE"
            MOVE CONFIG-VALUE TO WS-CFG-EMPLOYEE-FILE
        WHEN "REPORT_FILE"
            MOVE CONFIG-VALUE TO WS-CFG-REPORT-FILE
        WHEN "SORT_OPTION"
            MOVE CONFIG-VALUE TO WS-CFG-SORT-OPTION
        WHEN "RUN_MODE"
            MOVE CONFIG-VALUE TO WS-CFG-RUN-MODE
        WHEN "CHECKPOINT_INTERVAL"
            MOVE CONFIG-VALUE TO WS-CFG-CHECKPOINT-INT
        WHEN "RESTART"
            MOVE CONFIG-VALUE TO WS-CFG-RESTART
        WHEN "TREND_RUNS"
            MOVE CONFIG-VALUE TO WS-CFG-TREND-RUNS
        WHEN "TREND_ALERT_PCT"
            MOVE CONFIG-VALUE TO WS-CFG-TREND-ALERT-PCT
        WHEN "LOAD_FILE"
            MOVE CONFIG-VALUE TO WS-CFG-LOAD-FILE
        WHEN "INQUIRY_EMP_ID"
            PERFORM STORE-INQUIRY-ID
        WHEN "MILESTONE_WINDOW"
            MOVE CONFIG-VALUE TO WS-CFG-MILESTONE-WINDOW
        WHEN "BURST_REPORTS"
            MOVE CONFIG-VALUE TO WS-CFG-BURST
        WHEN "YTD_YEAR"
            MOVE CONFIG-VALUE TO WS-CFG-YTD-YEAR
        WHEN "REPLACE_PERIOD"
            MOVE CONFIG-VALUE TO WS-CFG-REPLACE-PERIOD
        WHEN "RETENTION_YEARS"
            MOVE CONFIG-VALUE TO WS-CFG-RETENTION
        WHEN "BASE_CURRENCY"
            MOVE CONFIG-VALUE TO WS-CFG-BASE-CURRENCY
        WHEN "MERIT_EFFECTIVE_DATE"
            MOVE CONFIG-VALUE TO WS-CFG-MERIT-EFF
        WHEN "CARRYOVER_CAP"
            MOVE CONFIG-VALUE TO WS-CFG-CARRYOVER
        WHEN "MOVEMENT_FROM"
            MOVE CONFIG-VALUE TO WS-CFG-MOVEMENT-FROM
        WHEN "MOVEMENT_TO"
            MOVE CONFIG-VALUE TO WS-CFG-MOVEMENT-TO
        WHEN "POSITION_FULL_ACTION"
            MOVE CONFIG-VALUE TO WS-CFG-POSITION-ACTION
        WHEN "SECOND_APPROVAL_PCT"
            MOVE CONFIG-VALUE TO WS-CFG-APPROVAL-PCT
        WHEN "STANDARD_HOURS"
            MOVE CONFIG-VALUE TO WS-CFG-STANDARD-HOURS
        WHEN "PROJECTION_START"
            MOVE CONFIG-VALUE TO WS-CFG-PROJ-START
        WHEN "PROJECTION_MONTHS"
            MOVE CONFIG-VALUE TO WS-CFG-PROJ-MONTHS
        WHEN "PROJECTION_MERIT"
            MOVE CONFIG-VALUE TO WS-CFG-PROJ-MERIT
    END-EVALUATE.

GET-USER-INPUT.
    DISPLAY "Enter employee file name: "
    ACCEPT WS-EMPLOYEE-FILENAME
        PERFORM DISPLAY-ERROR
    END-IF
    PERFORM OPEN-AUDIT-FILE
    PERFORM LOAD-BANK-MASTER
    PERFORM LOAD-ARCHIVE-FILE
    MOVE 'N' TO WS-BTX-MASTER-OPEN
    OPEN INPUT EMPLOYEE-FILE
    IF WS-EMPLOYEE-STATUS = "00"
        MOVE 'Y' TO WS-BTX-MASTER-OPEN
    END-IF
    PERFORM LOAD-TRANSACTIONS
    IF WS-BTX-MASTER-OPEN = 'Y'
        CLOSE EMPLOYEE-FILE
        MOVE 'N' TO WS-BTX-MASTER-OPEN
    END-IF
    PERFORM LOAD-POSITION-CONTROL
    IF WS-POSCTL-COUNT > 0
        PERFORM CHECK-POSITION-CONTROL
    END-IF
    PERFORM LOAD-DEDUCTIONS
    PERFORM LOAD-LEAVE-BALANCES
    PERFORM LOAD-YTD-MASTER
    PERFORM OPEN-FINAL-PAY-FILES
    PERFORM APPLY-TRANSACTIONS
    PERFORM WRITE-PENDING-TRANSACTIONS
    PERFORM REWRITE-ARCHIVE-FILE
    IF WS-APPLY-RAN = 'Y' AND WS-TXN-OVERFLOW NOT = 'Y' AND
       WS-HOLDTXN-OVERFLOW NOT = 'Y'
        PERFORM REWRITE-BANK-MASTER
        IF WS-MAINT-DEPT-CHANGES > 0
            PERFORM REWRITE-DEPT-MASTER
        END-IF
    ELSE
        MOVE "Bank master not rewritten - apply step did not run"
            TO WS-ERROR-MESSAGE
        PERFORM DISPLAY-ERROR
        IF WS-MAINT-DEPT-CHANGES > 0
            MOVE "Dept master not rewritten - apply step did not run"
                TO WS-ERROR-MESSAGE
            PERFORM DISPLAY-ERROR
        END-IF
    END-IF
    PERFORM CLOSE-FINAL-PAY-FILES
    IF WS-FP-COUNT > 0
        PERFORM REWRITE-YTD-MASTER
    END-IF
    IF WS-FP-LEAVE-CLOSED > 0
        PERFORM REWRITE-LEAVE-BALANCES
    END-IF
    IF WS-EXCEPTION-STATUS = "00"
        CLOSE EXCEPTION-FILE
    END-IF

STORE-TRANSACTION-RECORD.
    MOVE SPACES TO WS-ERROR-MESSAGE
    MOVE 'N' TO WS-APPR-HOLD
    IF TXN-CODE = "A" OR TXN-CODE = "C"
        PERFORM VALIDATE-TRANSACTION
    END-IF
    IF TXN-CODE = "B"
        PERFORM VALIDATE-BANK-TRANSACTION
    END-IF
    IF TXN-CODE = "M"
        PERFORM VALIDATE-DEPT-TRANSACTION
    END-IF
    IF WS-ERROR-MESSAGE = SPACES AND
       (TXN-CODE = "A" OR TXN-CODE = "C" OR TXN-CODE = "D" OR
        TXN-CODE = "R" OR TXN-CODE = "B" OR TXN-CODE = "M")
        PERFORM CHECK-TRANSACTION-APPROVAL
    END-IF
    IF WS-ERROR-MESSAGE NOT = SPACES
        ADD 1 TO WS-MAINT-REJECTED
        MOVE "WARN " TO WS-LOG-SEVERITY
        PERFORM DISPLAY-ERROR
        PERFORM WRITE-TXN-EXCEPTION-RECORD
    END-IF
    IF WS-ERROR-MESSAGE = SPACES
        EVALUATE TRUE
            WHEN (TXN-CODE = "B" OR TXN-CODE = "M") AND
                 WS-APPR-HOLD = 'Y'
                PERFORM HOLD-RAW-TRANSACTION
            WHEN TXN-CODE = "B"
                PERFORM APPLY-BANK-TRANSACTION
            WHEN TXN-CODE = "M"
                PERFORM APPLY-DEPT-TRANSACTION
            WHEN OTHER
                PERFORM STORE-VALID-TRANSACTION
        END-EVALUATE
    END-IF.

CHECK-TRANSACTION-APPROVAL.
    MOVE 'N' TO WS-APPR-SECOND-REQ
    IF TXN-CODE = "D" OR (TXN-CODE = "B" AND BTX-ACTION = "D") OR
       (TXN-CODE = "M" AND DTX-ACTION = "I")
        MOVE 'Y' TO WS-APPR-SECOND-REQ
    END-IF
    EVALUATE TRUE
        WHEN TXN-ENTERED-BY = SPACES
            MOVE "TXN-ENTERED-BY" TO WS-ERROR-FIELD
            MOVE "Entered-by ID missing on transaction"
                TO WS-ERROR-MESSAGE
        WHEN TXN-APPROVED-BY = SPACES
            MOVE 'Y' TO WS-APPR-HOLD
        WHEN TXN-APPROVED-BY = TXN-ENTERED-BY
            MOVE "TXN-APPROVED-BY" TO WS-ERROR-FIELD
            MOVE "Transaction entered and approved by same user"
                TO WS-ERROR-MESSAGE
        WHEN TXN-APPROVED-BY-2 NOT = SPACES AND
             (TXN-APPROVED-BY-2 = TXN-ENTERED-BY OR
              TXN-APPROVED-BY-2 = TXN-APPROVED-BY)
            MOVE "TXN-APPROVED-BY-2" TO WS-ERROR-FIELD
            MOVE "Second approver must differ from enterer/approver"
                TO WS-ERROR-MESSAGE
        WHEN WS-APPR-SECOND-REQ = 'Y' AND TXN-APPROVED-BY-2 = SPACES
            MOVE 'Y' TO WS-APPR-HOLD
    END-EVALUATE.

HOLD-RAW-TRANSACTION.
    IF WS-HOLDTXN-COUNT < 200
        ADD 1 TO WS-HOLDTXN-COUNT
        MOVE EMPLOYEE-TRANSACTION-RECORD
            TO WS-HOLDTXN-IMAGE(WS-HOLDTXN-COUNT)
        ADD 1 TO WS-MAINT-APPR-HELD
        IF TXN-CODE = "M"
            MOVE "WARN " TO WS-LOG-SEVERITY
            MOVE SPACES TO WS-LOG-TEXT
            STRING "Department change for " DTX-DEPT-CODE
                " held on PENDTXN.DAT - awaiting approval"
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM LOG-RUN-MESSAGE
            PERFORM SET-WARNING-EXIT
        ELSE
            MOVE TXN-EMP-ID TO WS-APPR-EMP-ID
            PERFORM LOG-APPROVAL-HOLD
        END-IF
    ELSE
        MOVE 'Y' TO WS-HOLDTXN-OVERFLOW
        ADD 1 TO WS-HOLDTXN-OVERFLOW-COUNT
    END-IF.

LOG-APPROVAL-HOLD.
    MOVE "WARN " TO WS-LOG-SEVERITY
    MOVE SPACES TO WS-LOG-TEXT
    STRING "Transaction for EMP-ID " WS-APPR-EMP-ID
        " held on PENDTXN.DAT - awaiting approval"
        DELIMITED BY SIZE INTO WS-LOG-TEXT
    PERFORM LOG-RUN-MESSAGE
    PERFORM SET-WARNING-EXIT.

CHECK-SALARY-APPROVAL.
    MOVE 'N' TO WS-APPR-HOLD
    IF TBL-TXN-APPROVED-BY-2(WS-MATCH-IDX) = SPACES AND
       EMP-SALARY > 0 AND
       TBL-TXN-EMP-SALARY(WS-MATCH-IDX) > EMP-SALARY
        COMPUTE WS-APPR-INCR-PCT ROUNDED =
            (TBL-TXN-EMP-SALARY(WS-MATCH-IDX) - EMP-SALARY) * 100
            / EMP-SALARY
        IF WS-APPR-INCR-PCT > WS-APPR-PCT-LIMIT
            MOVE 'Y' TO WS-APPR-HOLD
            MOVE 'H' TO TBL-TXN-FUTURE(WS-MATCH-IDX)
            MOVE 'N' TO TBL-TXN-APPLIED(WS-MATCH-IDX)
            ADD 1 TO WS-MAINT-APPR-HELD
            MOVE EMP-ID TO WS-APPR-EMP-ID
            PERFORM LOG-APPROVAL-HOLD
        END-IF
    END-IF.

VALIDATE-TRANSACTION.
            MOVE "Invalid Effective Date on transaction"
                TO WS-ERROR-MESSAGE
        END-IF
    END-IF
    IF WS-ERROR-MESSAGE = SPACES AND WS-DPM-PRESENT = 'Y'
        PERFORM VALIDATE-TXN-DEPARTMENT
    END-IF.

VALIDATE-TXN-DEPARTMENT.
    MOVE TXN-EMP-DEPARTMENT TO WS-DPM-LOOK
    IF TXN-EFFECTIVE-DATE NOT = SPACES
        MOVE TXN-EFFECTIVE-DATE TO WS-DPM-AS-OF
    ELSE
        MOVE WS-HEADING-DATE TO WS-DPM-AS-OF
    END-IF
    PERFORM RESOLVE-DEPARTMENT
    EVALUATE TRUE
        WHEN WS-DPM-FOUND = 'N'
            MOVE "TXN-EMP-DEPARTMENT" TO WS-ERROR-FIELD
            MOVE "Unknown department code on transaction"
                TO WS-ERROR-MESSAGE
        WHEN WS-DPM-RES-ACTIVE = 'N'
            MOVE "TXN-EMP-DEPARTMENT" TO WS-ERROR-FIELD
            MOVE "Department inactive on transaction effective date"
                TO WS-ERROR-MESSAGE
        WHEN OTHER
            MOVE WS-DPM-RES-CODE TO TXN-EMP-DEPARTMENT
    END-EVALUATE.

WRITE-TXN-EXCEPTION-RECORD.
    IF WS-EXCEPTION-STATUS = "00"
        IF TXN-CODE = "M"
            MOVE ZEROS TO EXC-EMP-ID
        ELSE
            MOVE TXN-EMP-ID TO EXC-EMP-ID
        END-IF
        MOVE WS-ERROR-FIELD TO EXC-FIELD
        MOVE WS-ERROR-MESSAGE TO EXC-ERROR-TEXT
        WRITE EXCEPTION-RECORD
        MOVE TXN-EMP-DEPARTMENT TO TBL-TXN-EMP-DEPARTMENT(WS-TXN-COUNT)
        MOVE TXN-EMP-HIRE-DATE TO TBL-TXN-EMP-HIRE-DATE(WS-TXN-COUNT)
        MOVE TXN-EFFECTIVE-DATE TO TBL-TXN-EFFECTIVE-DATE(WS-TXN-COUNT)
        MOVE TXN-ENTERED-BY TO TBL-TXN-ENTERED-BY(WS-TXN-COUNT)
        MOVE TXN-APPROVED-BY TO TBL-TXN-APPROVED-BY(WS-TXN-COUNT)
        MOVE TXN-APPROVED-BY-2 TO TBL-TXN-APPROVED-BY-2(WS-TXN-COUNT)
        MOVE 'N' TO TBL-TXN-APPLIED(WS-TXN-COUNT)
        MOVE 'N' TO TBL-TXN-POS-MOVE(WS-TXN-COUNT)
        MOVE 0 TO TBL-TXN-OLD-SLOT(WS-TXN-COUNT)
        IF TXN-EFFECTIVE-DATE NOT = SPACES AND
           TXN-EFFECTIVE-DATE > WS-HEADING-DATE
            MOVE 'Y' TO TBL-TXN-FUTURE(WS-TXN-COUNT)
            ADD 1 TO WS-MAINT-FUTURE
        ELSE
            IF WS-APPR-HOLD = 'Y'
                MOVE 'H' TO TBL-TXN-FUTURE(WS-TXN-COUNT)
                ADD 1 TO WS-MAINT-APPR-HELD
                MOVE TXN-EMP-ID TO WS-APPR-EMP-ID
                PERFORM LOG-APPROVAL-HOLD
            ELSE
                MOVE 'N' TO TBL-TXN-FUTURE(WS-TXN-COUNT)
            END-IF
        END-IF
    ELSE
        MOVE 'Y' TO WS-TXN-OVERFLOW
                MOVE "D" TO AUD-ACTION
                MOVE EMPLOYEE-RECORD TO AUD-OLD-IMAGE
                MOVE SPACES TO AUD-NEW-IMAGE
                MOVE WS-MATCH-IDX TO WS-TXN-IDX
                PERFORM MOVE-TXN-SIGNOFF-TO-AUDIT
                PERFORM WRITE-AUDIT-RECORD
                PERFORM DERIVE-TERMINATION-DATE
                PERFORM STORE-ARCHIVE-ENTRY
                PERFORM SETTLE-FINAL-PAY
                ADD 1 TO WS-MAINT-DELETED
            WHEN "C"
                PERFORM CHECK-SALARY-APPROVAL
                IF WS-APPR-HOLD = 'Y'
                    PERFORM WRITE-UNCHANGED-MASTER-RECORD
                    ADD 1 TO WS-MAINT-UNCHANGED
                ELSE
                    PERFORM CHECK-RETROACTIVE-SALARY
                    PERFORM WRITE-CHANGED-MASTER-RECORD
                    ADD 1 TO WS-MAINT-CHANGED
                END-IF
            WHEN "A"
                DISPLAY "*** WARNING: Add transaction for EMP-ID "
                    EMP-ID " ignored - employee already exists ***"
                TO WS-ERROR-MESSAGE
            PERFORM DISPLAY-ERROR
        ELSE
            IF WS-TXN-OVERFLOW = 'Y' OR WS-HOLDTXN-OVERFLOW = 'Y'
                MOVE "Pending transaction file not rewritten - table capacity exceeded"
                    TO WS-ERROR-MESSAGE
                PERFORM DISPLAY-ERROR
    ELSE
        PERFORM VARYING WS-TXN-IDX FROM 1 BY 1
            UNTIL WS-TXN-IDX > WS-TXN-COUNT
            IF TBL-TXN-FUTURE(WS-TXN-IDX) = 'Y' OR
               TBL-TXN-FUTURE(WS-TXN-IDX) = 'H'
                MOVE TBL-TXN-CODE(WS-TXN-IDX) TO PND-CODE
                MOVE TBL-TXN-EMP-ID(WS-TXN-IDX) TO PND-EMP-ID
                MOVE TBL-TXN-EMP-NAME(WS-TXN-IDX) TO PND-EMP-NAME
                    TO PND-EMP-HIRE-DATE
                MOVE TBL-TXN-EFFECTIVE-DATE(WS-TXN-IDX)
                    TO PND-EFFECTIVE-DATE
                MOVE TBL-TXN-ENTERED-BY(WS-TXN-IDX) TO PND-ENTERED-BY
                MOVE TBL-TXN-APPROVED-BY(WS-TXN-IDX) TO PND-APPROVED-BY
                MOVE TBL-TXN-APPROVED-BY-2(WS-TXN-IDX)
                    TO PND-APPROVED-BY-2
                WRITE PENDING-TRANSACTION-RECORD
                ADD 1 TO WS-MAINT-PENDING-WRITTEN
            END-IF
        END-PERFORM
        PERFORM VARYING WS-HOLDTXN-SUB FROM 1 BY 1
            UNTIL WS-HOLDTXN-SUB > WS-HOLDTXN-COUNT
            MOVE WS-HOLDTXN-IMAGE(WS-HOLDTXN-SUB)
                TO PENDING-TRANSACTION-RECORD
            WRITE PENDING-TRANSACTION-RECORD
            ADD 1 TO WS-MAINT-PENDING-WRITTEN
        END-PERFORM
        CLOSE PENDING-TRANSACTION-FILE
    END-IF.

        MOVE EMP-SALARY TO WS-ARC-T-SALARY(WS-ARC-COUNT)
        MOVE EMP-DEPARTMENT TO WS-ARC-T-DEPT(WS-ARC-COUNT)
        MOVE EMP-HIRE-DATE TO WS-ARC-T-HIRE-DATE(WS-ARC-COUNT)
        MOVE WS-FP-TERM-DATE TO WS-ARC-T-TERM-DATE(WS-ARC-COUNT)
        MOVE SPACE TO WS-ARC-T-STATE(WS-ARC-COUNT)
        ADD 1 TO WS-MAINT-ARCHIVED
    ELSE
        MOVE WS-ARC-T-POSITION(WS-ARC-MATCH-IDX) TO NEW-EMP-POSITION
        MOVE WS-ARC-T-SALARY(WS-ARC-MATCH-IDX) TO NEW-EMP-SALARY
        MOVE WS-ARC-T-DEPT(WS-ARC-MATCH-IDX) TO NEW-EMP-DEPARTMENT
        IF WS-DPM-PRESENT = 'Y'
            PERFORM MIGRATE-MASTER-DEPARTMENT
        END-IF
        MOVE WS-ARC-T-HIRE-DATE(WS-ARC-MATCH-IDX)
            TO NEW-EMP-HIRE-DATE
        MOVE "R" TO AUD-ACTION
        MOVE SPACES TO AUD-OLD-IMAGE
        MOVE NEW-EMPLOYEE-RECORD TO AUD-NEW-IMAGE
        PERFORM MOVE-TXN-SIGNOFF-TO-AUDIT
        WRITE NEW-EMPLOYEE-RECORD
            INVALID KEY
                DISPLAY "*** WARNING: Reinstate transaction for "
    MOVE EMP-POSITION TO NEW-EMP-POSITION
    MOVE EMP-SALARY TO NEW-EMP-SALARY
    MOVE EMP-DEPARTMENT TO NEW-EMP-DEPARTMENT
    IF WS-DPM-PRESENT = 'Y'
        PERFORM MIGRATE-MASTER-DEPARTMENT
    END-IF
    MOVE EMP-HIRE-DATE TO NEW-EMP-HIRE-DATE
    WRITE NEW-EMPLOYEE-RECORD.

MIGRATE-MASTER-DEPARTMENT.
    MOVE NEW-EMP-DEPARTMENT TO WS-DPM-LOOK
    MOVE WS-HEADING-DATE TO WS-DPM-AS-OF
    PERFORM RESOLVE-DEPARTMENT
    IF WS-DPM-FOUND = 'Y' AND
       WS-DPM-RES-CODE NOT = NEW-EMP-DEPARTMENT
        MOVE WS-DPM-RES-CODE TO NEW-EMP-DEPARTMENT
        ADD 1 TO WS-DPM-MIGRATED
    END-IF.

WRITE-CHANGED-MASTER-RECORD.
    MOVE TBL-TXN-EMP-ID(WS-MATCH-IDX) TO NEW-EMP-ID
    MOVE TBL-TXN-EMP-NAME(WS-MATCH-IDX) TO NEW-EMP-NAME
    MOVE "C" TO AUD-ACTION
    MOVE EMPLOYEE-RECORD TO AUD-OLD-IMAGE
    MOVE NEW-EMPLOYEE-RECORD TO AUD-NEW-IMAGE
    MOVE WS-MATCH-IDX TO WS-TXN-IDX
    PERFORM MOVE-TXN-SIGNOFF-TO-AUDIT
    PERFORM WRITE-AUDIT-RECORD
    WRITE NEW-EMPLOYEE-RECORD.

            MOVE "A" TO AUD-ACTION
            MOVE SPACES TO AUD-OLD-IMAGE
            MOVE NEW-EMPLOYEE-RECORD TO AUD-NEW-IMAGE
            PERFORM MOVE-TXN-SIGNOFF-TO-AUDIT
            WRITE NEW-EMPLOYEE-RECORD
                INVALID KEY
                    DISPLAY "*** WARNING: Add transaction for EMP-ID "
        END-IF
    END-PERFORM.

VALIDATE-BANK-TRANSACTION.
    MOVE SPACES TO WS-ERROR-FIELD
    MOVE FUNCTION UPPER-CASE(BTX-ACTION) TO BTX-ACTION
    MOVE FUNCTION UPPER-CASE(BTX-ACCT-TYPE) TO BTX-ACCT-TYPE
    MOVE FUNCTION UPPER-CASE(BTX-SPLIT-METHOD) TO BTX-SPLIT-METHOD
    IF WS-BANK-LOAD-OK NOT = 'Y'
        MOVE "BTX-ACTION" TO WS-ERROR-FIELD
        MOVE "Bank master unavailable - change not applied"
            TO WS-ERROR-MESSAGE
    ELSE IF BTX-EMP-ID NOT NUMERIC OR BTX-EMP-ID = ZEROS
        MOVE "BTX-EMP-ID" TO WS-ERROR-FIELD
        MOVE "Invalid Employee ID on bank transaction"
            TO WS-ERROR-MESSAGE
    ELSE IF BTX-SEQ NOT NUMERIC OR BTX-SEQ = 0
        MOVE "BTX-SEQ" TO WS-ERROR-FIELD
        MOVE "Invalid account sequence on bank transaction"
            TO WS-ERROR-MESSAGE
    ELSE IF BTX-ACTION NOT = "A" AND BTX-ACTION NOT = "C" AND
            BTX-ACTION NOT = "D"
        MOVE "BTX-ACTION" TO WS-ERROR-FIELD
        MOVE "Invalid action on bank transaction"
            TO WS-ERROR-MESSAGE
    ELSE
        PERFORM CHECK-BANK-TXN-EMPLOYEE
    END-IF
    IF WS-ERROR-MESSAGE = SPACES
        PERFORM FIND-BANK-ENTRY
        IF BTX-ACTION = "A" AND WS-BANK-MATCH-IDX NOT = 0
            MOVE "BTX-SEQ" TO WS-ERROR-FIELD
            MOVE "Bank account already on file for this sequence"
                TO WS-ERROR-MESSAGE
        ELSE IF BTX-ACTION NOT = "A" AND WS-BANK-MATCH-IDX = 0
            MOVE "BTX-SEQ" TO WS-ERROR-FIELD
            MOVE "Bank account not on file for this sequence"
                TO WS-ERROR-MESSAGE
        ELSE IF BTX-ACTION NOT = "D"
            PERFORM VALIDATE-BANK-TXN-DETAIL
        END-IF
    END-IF.

CHECK-BANK-TXN-EMPLOYEE.
    MOVE BTX-EMP-ID TO WS-ARC-LOOK-ID
    PERFORM FIND-ARCHIVE-ENTRY
    IF WS-ARC-MATCH-IDX NOT = 0
        MOVE "BTX-EMP-ID" TO WS-ERROR-FIELD
        MOVE "Employee on bank transaction has been terminated"
            TO WS-ERROR-MESSAGE
    ELSE IF WS-BTX-MASTER-OPEN = 'Y'
        MOVE BTX-EMP-ID TO EMP-ID
        READ EMPLOYEE-FILE
            INVALID KEY
                CONTINUE
        END-READ
        IF WS-EMPLOYEE-STATUS = "23"
            MOVE 'N' TO WS-BTX-NEW-HIRE
            PERFORM VARYING WS-TXN-IDX FROM 1 BY 1
                UNTIL WS-TXN-IDX > WS-TXN-COUNT OR WS-BTX-NEW-HIRE = 'Y'
                IF TBL-TXN-CODE(WS-TXN-IDX) = "A" AND
                   TBL-TXN-EMP-ID(WS-TXN-IDX) = BTX-EMP-ID
                    MOVE 'Y' TO WS-BTX-NEW-HIRE
                END-IF
            END-PERFORM
            IF WS-BTX-NEW-HIRE NOT = 'Y'
                MOVE "BTX-EMP-ID" TO WS-ERROR-FIELD
                MOVE "Employee on bank transaction not on master"
                    TO WS-ERROR-MESSAGE
            END-IF
        END-IF
    END-IF.

VALIDATE-BANK-TXN-DETAIL.
    MOVE BTX-ROUTING TO WS-ROUTE-WORK
    PERFORM VALIDATE-ROUTING-NUMBER
    IF WS-BANK-VALID NOT = 'Y'
        MOVE "BTX-ROUTING" TO WS-ERROR-FIELD
        MOVE "Invalid routing number on bank transaction"
            TO WS-ERROR-MESSAGE
    ELSE IF BTX-ACCOUNT = SPACES
        MOVE "BTX-ACCOUNT" TO WS-ERROR-FIELD
        MOVE "Invalid account number on bank transaction"
            TO WS-ERROR-MESSAGE
    ELSE IF BTX-ACCT-TYPE NOT = "C" AND BTX-ACCT-TYPE NOT = "S"
        MOVE "BTX-ACCT-TYPE" TO WS-ERROR-FIELD
        MOVE "Invalid account type on bank transaction"
            TO WS-ERROR-MESSAGE
    ELSE IF BTX-SPLIT-AMOUNT NOT NUMERIC OR
            (BTX-SPLIT-METHOD NOT = SPACE AND
             BTX-SPLIT-METHOD NOT = "A" AND
             BTX-SPLIT-METHOD NOT = "P")
        MOVE "BTX-SPLIT-METHOD" TO WS-ERROR-FIELD
        MOVE "Invalid split method on bank transaction"
            TO WS-ERROR-MESSAGE
    ELSE IF BTX-SPLIT-METHOD NOT = SPACE AND
            (BTX-SPLIT-AMOUNT = 0 OR
             (BTX-SPLIT-METHOD = "P" AND BTX-SPLIT-AMOUNT > 100))
        MOVE "BTX-SPLIT-AMOUNT" TO WS-ERROR-FIELD
        MOVE "Invalid split amount on bank transaction"
            TO WS-ERROR-MESSAGE
    END-IF.

VALIDATE-ROUTING-NUMBER.
    MOVE 'N' TO WS-BANK-VALID
    IF WS-ROUTE-WORK IS NUMERIC AND WS-ROUTE-WORK NOT = ZEROS
        COMPUTE WS-ROUTE-CHECK =
            3 * (WS-ROUTE-DIGIT(1) + WS-ROUTE-DIGIT(4) +
                 WS-ROUTE-DIGIT(7)) +
            7 * (WS-ROUTE-DIGIT(2) + WS-ROUTE-DIGIT(5) +
                 WS-ROUTE-DIGIT(8)) +
            WS-ROUTE-DIGIT(3) + WS-ROUTE-DIGIT(6) + WS-ROUTE-DIGIT(9)
        IF FUNCTION MOD(WS-ROUTE-CHECK, 10) = 0
            MOVE 'Y' TO WS-BANK-VALID
        END-IF
    END-IF.

FIND-BANK-ENTRY.
    MOVE 0 TO WS-BANK-MATCH-IDX
    PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
        UNTIL WS-BANK-SUB > WS-BANK-COUNT OR WS-BANK-MATCH-IDX NOT = 0
        IF WS-BANK-EMP-ID(WS-BANK-SUB) = BTX-EMP-ID AND
           WS-BANK-SEQ(WS-BANK-SUB) = BTX-SEQ AND
           WS-BANK-STATE(WS-BANK-SUB) = SPACE
            MOVE WS-BANK-SUB TO WS-BANK-MATCH-IDX
        END-IF
    END-PERFORM.

APPLY-BANK-TRANSACTION.
    MOVE "B" TO AUD-ACTION
    MOVE SPACES TO AUD-OLD-IMAGE
    MOVE SPACES TO AUD-NEW-IMAGE
    MOVE BTX-ENTERED-BY TO AUD-ENTERED-BY
    MOVE BTX-APPROVED-BY TO AUD-APPROVED-BY
    MOVE BTX-APPROVED-BY-2 TO AUD-APPROVED-BY-2
    IF WS-BANK-MATCH-IDX NOT = 0
        MOVE WS-BANK-MATCH-IDX TO WS-BANK-SUB
        PERFORM BUILD-BANK-MASTER-RECORD
        MOVE BANK-MASTER-RECORD TO AUD-OLD-IMAGE
    END-IF
    IF BTX-ACTION = "A"
        IF WS-BANK-COUNT < 2000
            ADD 1 TO WS-BANK-COUNT
            MOVE WS-BANK-COUNT TO WS-BANK-MATCH-IDX
            MOVE BTX-EMP-ID TO WS-BANK-EMP-ID(WS-BANK-COUNT)
            MOVE BTX-SEQ TO WS-BANK-SEQ(WS-BANK-COUNT)
            MOVE SPACE TO WS-BANK-STATE(WS-BANK-COUNT)
        ELSE
            MOVE 'Y' TO WS-BANK-OVERFLOW
            ADD 1 TO WS-BANK-OVERFLOW-COUNT
        END-IF
    END-IF
    IF WS-BANK-MATCH-IDX NOT = 0
        MOVE WS-BANK-MATCH-IDX TO WS-BANK-SUB
        IF BTX-ACTION = "D"
            MOVE 'X' TO WS-BANK-STATE(WS-BANK-SUB)
        ELSE
            MOVE BTX-ROUTING TO WS-BANK-ROUTING(WS-BANK-SUB)
            MOVE BTX-ACCOUNT TO WS-BANK-ACCOUNT(WS-BANK-SUB)
            MOVE BTX-ACCT-TYPE TO WS-BANK-TYPE(WS-BANK-SUB)
            MOVE BTX-SPLIT-METHOD TO WS-BANK-METHOD(WS-BANK-SUB)
            MOVE BTX-SPLIT-AMOUNT TO WS-BANK-AMOUNT(WS-BANK-SUB)
            PERFORM BUILD-BANK-MASTER-RECORD
            MOVE BANK-MASTER-RECORD TO AUD-NEW-IMAGE
        END-IF
        PERFORM WRITE-AUDIT-RECORD
        ADD 1 TO WS-MAINT-BANK-CHANGES
    END-IF.

BUILD-BANK-MASTER-RECORD.
    MOVE WS-BANK-EMP-ID(WS-BANK-SUB) TO BNK-EMP-ID
    MOVE WS-BANK-SEQ(WS-BANK-SUB) TO BNK-SEQ
    MOVE WS-BANK-ROUTING(WS-BANK-SUB) TO BNK-ROUTING
    MOVE WS-BANK-ACCOUNT(WS-BANK-SUB) TO BNK-ACCOUNT
    MOVE WS-BANK-TYPE(WS-BANK-SUB) TO BNK-ACCT-TYPE
    MOVE WS-BANK-METHOD(WS-BANK-SUB) TO BNK-SPLIT-METHOD
    MOVE WS-BANK-AMOUNT(WS-BANK-SUB) TO BNK-SPLIT-AMOUNT.

LOAD-BANK-MASTER.
    MOVE 'N' TO WS-BANK-EOF
    MOVE 'N' TO WS-BANK-LOAD-OK
    OPEN INPUT BANK-MASTER-FILE
    MOVE "BANKMAST.DAT" TO WS-LOG-FILE-NAME
    MOVE WS-BANK-STATUS TO WS-LOG-FILE-STATUS
    PERFORM LOG-FILE-STATUS
    IF WS-BANK-STATUS = "00"
        PERFORM READ-BANK-MASTER-RECORDS UNTIL WS-BANK-EOF = 'Y'
        CLOSE BANK-MASTER-FILE
        MOVE 'Y' TO WS-BANK-LOAD-OK
    ELSE
        IF WS-BANK-STATUS = "35"
            MOVE 'Y' TO WS-BANK-LOAD-OK
        ELSE
            MOVE "Error opening bank master file" TO WS-ERROR-MESSAGE
            PERFORM DISPLAY-ERROR
        END-IF
    END-IF.

READ-BANK-MASTER-RECORDS.
    READ BANK-MASTER-FILE
        AT END
            MOVE 'Y' TO WS-BANK-EOF
        NOT AT END
            PERFORM STORE-BANK-MASTER-RECORD.

STORE-BANK-MASTER-RECORD.
    IF WS-BANK-COUNT < 2000
        ADD 1 TO WS-BANK-COUNT
        MOVE BNK-EMP-ID TO WS-BANK-EMP-ID(WS-BANK-COUNT)
        MOVE BNK-SEQ TO WS-BANK-SEQ(WS-BANK-COUNT)
        MOVE BNK-ROUTING TO WS-BANK-ROUTING(WS-BANK-COUNT)
        MOVE BNK-ACCOUNT TO WS-BANK-ACCOUNT(WS-BANK-COUNT)
        MOVE FUNCTION UPPER-CASE(BNK-ACCT-TYPE)
            TO WS-BANK-TYPE(WS-BANK-COUNT)
        MOVE FUNCTION UPPER-CASE(BNK-SPLIT-METHOD)
            TO WS-BANK-METHOD(WS-BANK-COUNT)
        MOVE BNK-SPLIT-AMOUNT TO WS-BANK-AMOUNT(WS-BANK-COUNT)
        MOVE SPACE TO WS-BANK-STATE(WS-BANK-COUNT)
    ELSE
        MOVE 'Y' TO WS-BANK-OVERFLOW
        ADD 1 TO WS-BANK-OVERFLOW-COUNT
    END-IF.

REWRITE-BANK-MASTER.
    IF WS-BANK-LOAD-OK NOT = 'Y'
        MOVE "Bank master file not rewritten - prior load failed"
            TO WS-ERROR-MESSAGE
        PERFORM DISPLAY-ERROR
    ELSE
        IF WS-BANK-OVERFLOW = 'Y'
            MOVE "Bank master file not rewritten - table capacity exceeded"
                TO WS-ERROR-MESSAGE
            PERFORM DISPLAY-ERROR
        ELSE
            PERFORM WRITE-BANK-MASTER-FILE
        END-IF
    END-IF.

WRITE-BANK-MASTER-FILE.
    OPEN OUTPUT BANK-MASTER-FILE
    IF NOT WS-BANK-STATUS = "00"
        MOVE "Error rewriting bank master file" TO WS-ERROR-MESSAGE
        PERFORM DISPLAY-ERROR
    ELSE
        PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
            UNTIL WS-BANK-SUB > WS-BANK-COUNT
            IF WS-BANK-STATE(WS-BANK-SUB) = SPACE
                PERFORM BUILD-BANK-MASTER-RECORD
                WRITE BANK-MASTER-RECORD
            END-IF
        END-PERFORM
        CLOSE BANK-MASTER-FILE
    END-IF.

LOAD-DEPARTMENT-MASTER.
    MOVE 'N' TO WS-DPM-EOF
    MOVE 'N' TO WS-DPM-LOAD-OK
    OPEN INPUT DEPT-MASTER-FILE
    MOVE "DEPTMAST.DAT" TO WS-LOG-FILE-NAME
    MOVE WS-DPM-STATUS TO WS-LOG-FILE-STATUS
    PERFORM LOG-FILE-STATUS
    IF WS-DPM-STATUS = "00"
        MOVE 'Y' TO WS-DPM-PRESENT
        PERFORM READ-DEPT-MASTER-RECORDS UNTIL WS-DPM-EOF = 'Y'
        CLOSE DEPT-MASTER-FILE
        MOVE 'Y' TO WS-DPM-LOAD-OK
    ELSE
        IF WS-DPM-STATUS = "35"
            MOVE 'Y' TO WS-DPM-LOAD-OK
        ELSE
            MOVE "Error opening department master file"
                TO WS-ERROR-MESSAGE
            PERFORM DISPLAY-ERROR
        END-IF
    END-IF.

READ-DEPT-MASTER-RECORDS.
    READ DEPT-MASTER-FILE
        AT END
            MOVE 'Y' TO WS-DPM-EOF
        NOT AT END
            PERFORM STORE-DEPT-MASTER-RECORD.

STORE-DEPT-MASTER-RECORD.
    IF DPM-CODE NOT = SPACES
        IF WS-DPM-COUNT < 300
            ADD 1 TO WS-DPM-COUNT
            MOVE FUNCTION UPPER-CASE(DPM-CODE)
                TO WS-DPM-CODE(WS-DPM-COUNT)
            MOVE DPM-NAME TO WS-DPM-NAME(WS-DPM-COUNT)
            MOVE DPM-COST-CENTER TO WS-DPM-COST-CENTER(WS-DPM-COUNT)
            MOVE DPM-DIVISION TO WS-DPM-DIVISION(WS-DPM-COUNT)
            IF DPM-STATUS = SPACE
                MOVE "A" TO WS-DPM-ACTIVE(WS-DPM-COUNT)
            ELSE
                MOVE FUNCTION UPPER-CASE(DPM-STATUS)
                    TO WS-DPM-ACTIVE(WS-DPM-COUNT)
            END-IF
            MOVE DPM-EFF-FROM TO WS-DPM-EFF-FROM(WS-DPM-COUNT)
            MOVE DPM-EFF-TO TO WS-DPM-EFF-TO(WS-DPM-COUNT)
        ELSE
            MOVE 'Y' TO WS-DPM-OVERFLOW
            ADD 1 TO WS-DPM-OVERFLOW-COUNT
        END-IF
    END-IF.

RESOLVE-DEPARTMENT.
    MOVE 'N' TO WS-DPM-FOUND
    MOVE 'N' TO WS-DPM-RES-ACTIVE
    MOVE SPACES TO WS-DPM-RES-CODE
    MOVE SPACES TO WS-DPM-RES-NAME
    MOVE SPACES TO WS-DPM-RES-DIVISION
    MOVE SPACES TO WS-DPM-HIST-CODE
    IF WS-DPM-LOOK NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WS-DPM-LOOK) TO WS-DPM-LOOK-UPPER
        PERFORM VARYING WS-DPM-SUB FROM 1 BY 1
            UNTIL WS-DPM-SUB > WS-DPM-COUNT OR WS-DPM-FOUND = 'Y'
            IF WS-DPM-CODE(WS-DPM-SUB) = WS-DPM-LOOK-UPPER
                MOVE 'Y' TO WS-DPM-FOUND
                MOVE WS-DPM-CODE(WS-DPM-SUB) TO WS-DPM-RES-CODE
            END-IF
        END-PERFORM
        IF WS-DPM-FOUND = 'N'
            PERFORM VARYING WS-DPM-SUB FROM 1 BY 1
                UNTIL WS-DPM-SUB > WS-DPM-COUNT OR WS-DPM-FOUND = 'Y'
                IF FUNCTION UPPER-CASE(WS-DPM-NAME(WS-DPM-SUB))
                   = WS-DPM-LOOK-UPPER
                    IF WS-DPM-EFF-TO(WS-DPM-SUB) = SPACES
                        MOVE 'Y' TO WS-DPM-FOUND
                        MOVE WS-DPM-CODE(WS-DPM-SUB) TO WS-DPM-RES-CODE
                    ELSE
                        IF WS-DPM-HIST-CODE = SPACES
                            MOVE WS-DPM-CODE(WS-DPM-SUB)
                                TO WS-DPM-HIST-CODE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF WS-DPM-FOUND = 'N' AND WS-DPM-HIST-CODE NOT = SPACES
                MOVE 'Y' TO WS-DPM-FOUND
                MOVE WS-DPM-HIST-CODE TO WS-DPM-RES-CODE
            END-IF
        END-IF
        IF WS-DPM-FOUND = 'Y'
            PERFORM RESOLVE-DEPARTMENT-VERSION
        END-IF
    END-IF.

RESOLVE-DEPARTMENT-VERSION.
    MOVE 0 TO WS-DPM-FIRST-IDX
    MOVE 0 TO WS-DPM-CUR-IDX
    MOVE 0 TO WS-DPM-ASOF-IDX
    MOVE SPACES TO WS-DPM-FIRST-DATE
    MOVE SPACES TO WS-DPM-CUR-DATE
    MOVE SPACES TO WS-DPM-ASOF-DATE
    PERFORM VARYING WS-DPM-SUB FROM 1 BY 1
        UNTIL WS-DPM-SUB > WS-DPM-COUNT
        IF WS-DPM-CODE(WS-DPM-SUB) = WS-DPM-RES-CODE
            IF WS-DPM-FIRST-IDX = 0 OR
               WS-DPM-EFF-FROM(WS-DPM-SUB) < WS-DPM-FIRST-DATE
                MOVE WS-DPM-SUB TO WS-DPM-FIRST-IDX
                MOVE WS-DPM-EFF-FROM(WS-DPM-SUB) TO WS-DPM-FIRST-DATE
            END-IF
            IF WS-DPM-EFF-FROM(WS-DPM-SUB) NOT > WS-HEADING-DATE AND
               (WS-DPM-CUR-IDX = 0 OR
                WS-DPM-EFF-FROM(WS-DPM-SUB) > WS-DPM-CUR-DATE)
                MOVE WS-DPM-SUB TO WS-DPM-CUR-IDX
                MOVE WS-DPM-EFF-FROM(WS-DPM-SUB) TO WS-DPM-CUR-DATE
            END-IF
            IF WS-DPM-EFF-FROM(WS-DPM-SUB) NOT > WS-DPM-AS-OF AND
               (WS-DPM-ASOF-IDX = 0 OR
                WS-DPM-EFF-FROM(WS-DPM-SUB) > WS-DPM-ASOF-DATE)
                MOVE WS-DPM-SUB TO WS-DPM-ASOF-IDX
                MOVE WS-DPM-EFF-FROM(WS-DPM-SUB) TO WS-DPM-ASOF-DATE
            END-IF
        END-IF
    END-PERFORM
    IF WS-DPM-CUR-IDX = 0
        MOVE WS-DPM-FIRST-IDX TO WS-DPM-CUR-IDX
    END-IF
    MOVE WS-DPM-NAME(WS-DPM-CUR-IDX) TO WS-DPM-RES-NAME
    MOVE WS-DPM-DIVISION(WS-DPM-CUR-IDX) TO WS-DPM-RES-DIVISION
    IF WS-DPM-ASOF-IDX NOT = 0
        IF WS-DPM-ACTIVE(WS-DPM-ASOF-IDX) = "A" AND
           (WS-DPM-EFF-TO(WS-DPM-ASOF-IDX) = SPACES OR
            WS-DPM-EFF-TO(WS-DPM-ASOF-IDX) NOT < WS-DPM-AS-OF)
            MOVE 'Y' TO WS-DPM-RES-ACTIVE
        END-IF
    END-IF.

NORMALIZE-DEPARTMENT-NAME.
    IF WS-DPM-COUNT > 0 AND WS-DPM-LOOK NOT = SPACES
        MOVE WS-HEADING-DATE TO WS-DPM-AS-OF
        PERFORM RESOLVE-DEPARTMENT
        IF WS-DPM-FOUND = 'Y'
            MOVE WS-DPM-RES-NAME TO WS-DPM-LOOK
        END-IF
    END-IF.

VALIDATE-DEPT-TRANSACTION.
    MOVE SPACES TO WS-ERROR-FIELD
    MOVE FUNCTION UPPER-CASE(DTX-ACTION) TO DTX-ACTION
    MOVE FUNCTION UPPER-CASE(DTX-DEPT-CODE) TO DTX-DEPT-CODE
    IF DTX-EFFECTIVE-DATE = SPACES
        MOVE WS-HEADING-DATE TO WS-DPM-EFF-DATE
    ELSE
        MOVE DTX-EFFECTIVE-DATE TO WS-DPM-EFF-DATE
    END-IF
    MOVE WS-DPM-EFF-DATE TO WS-DATE-TO-VALIDATE
    PERFORM VALIDATE-HIRE-DATE
    EVALUATE TRUE
        WHEN WS-DPM-LOAD-OK NOT = 'Y'
            MOVE "DTX-ACTION" TO WS-ERROR-FIELD
            MOVE "Department master unavailable - change not applied"
                TO WS-ERROR-MESSAGE
        WHEN DTX-DEPT-CODE = SPACES
            MOVE "DTX-DEPT-CODE" TO WS-ERROR-FIELD
            MOVE "Invalid code on department transaction"
                TO WS-ERROR-MESSAGE
        WHEN DTX-ACTION NOT = "A" AND DTX-ACTION NOT = "N" AND
             DTX-ACTION NOT = "C" AND DTX-ACTION NOT = "I" AND
             DTX-ACTION NOT = "R"
            MOVE "DTX-ACTION" TO WS-ERROR-FIELD
            MOVE "Invalid action on department transaction"
                TO WS-ERROR-MESSAGE
        WHEN WS-VALID-DATE = 0
            MOVE "DTX-EFFECTIVE-DATE" TO WS-ERROR-FIELD
            MOVE "Invalid Effective Date on department transaction"
                TO WS-ERROR-MESSAGE
        WHEN OTHER
            PERFORM FIND-DEPT-VERSION
            IF DTX-ACTION = "A"
                PERFORM VALIDATE-DEPT-ADD
            ELSE
                PERFORM VALIDATE-DEPT-CHANGE
            END-IF
    END-EVALUATE.

VALIDATE-DEPT-ADD.
    EVALUATE TRUE
        WHEN WS-DPM-CODE-FOUND = 'Y'
            MOVE "DTX-DEPT-CODE" TO WS-ERROR-FIELD
            MOVE "Department code already on file" TO WS-ERROR-MESSAGE
        WHEN DTX-NAME = SPACES
            MOVE "DTX-NAME" TO WS-ERROR-FIELD
            MOVE "Department name missing on department transaction"
                TO WS-ERROR-MESSAGE
        WHEN OTHER
            PERFORM CHECK-DEPT-NAME-UNIQUE
    END-EVALUATE.

VALIDATE-DEPT-CHANGE.
    EVALUATE TRUE
        WHEN WS-DPM-CODE-FOUND = 'N'
            MOVE "DTX-DEPT-CODE" TO WS-ERROR-FIELD
            MOVE "Department code not on file" TO WS-ERROR-MESSAGE
        WHEN WS-DPM-MATCH-IDX = 0
            MOVE "DTX-EFFECTIVE-DATE" TO WS-ERROR-FIELD
            MOVE "No department version in effect on that date"
                TO WS-ERROR-MESSAGE
        WHEN WS-DPM-EFF-TO(WS-DPM-MATCH-IDX) NOT = SPACES
            MOVE "DTX-EFFECTIVE-DATE" TO WS-ERROR-FIELD
            MOVE "Later department version already on file"
                TO WS-ERROR-MESSAGE
        WHEN DTX-ACTION = "N" AND
             (DTX-NAME = SPACES OR
              DTX-NAME = WS-DPM-NAME(WS-DPM-MATCH-IDX))
            MOVE "DTX-NAME" TO WS-ERROR-FIELD
            MOVE "New department name missing or unchanged"
                TO WS-ERROR-MESSAGE
        WHEN DTX-ACTION = "C" AND DTX-COST-CENTER = SPACES AND
             DTX-DIVISION = SPACES
            MOVE "DTX-COST-CENTER" TO WS-ERROR-FIELD
            MOVE "No cost center or division on department change"
                TO WS-ERROR-MESSAGE
        WHEN DTX-ACTION = "I" AND
             WS-DPM-ACTIVE(WS-DPM-MATCH-IDX) NOT = "A"
            MOVE "DTX-ACTION" TO WS-ERROR-FIELD
            MOVE "Department already inactive" TO WS-ERROR-MESSAGE
        WHEN DTX-ACTION = "R" AND
             WS-DPM-ACTIVE(WS-DPM-MATCH-IDX) = "A"
            MOVE "DTX-ACTION" TO WS-ERROR-FIELD
            MOVE "Department already active" TO WS-ERROR-MESSAGE
        WHEN DTX-ACTION = "N"
            PERFORM CHECK-DEPT-NAME-UNIQUE
    END-EVALUATE.

CHECK-DEPT-NAME-UNIQUE.
    MOVE 'N' TO WS-DPM-NAME-TAKEN
    MOVE FUNCTION UPPER-CASE(DTX-NAME) TO WS-DPM-LOOK-UPPER
    PERFORM VARYING WS-DPM-SUB FROM 1 BY 1
        UNTIL WS-DPM-SUB > WS-DPM-COUNT
        IF WS-DPM-CODE(WS-DPM-SUB) NOT = DTX-DEPT-CODE
            IF WS-DPM-CODE(WS-DPM-SUB) = WS-DPM-LOOK-UPPER OR
               (WS-DPM-EFF-TO(WS-DPM-SUB) = SPACES AND
                FUNCTION UPPER-CASE(WS-DPM-NAME(WS-DPM-SUB))
                = WS-DPM-LOOK-UPPER)
                MOVE 'Y' TO WS-DPM-NAME-TAKEN
            END-IF
        END-IF
    END-PERFORM
    IF WS-DPM-NAME-TAKEN = 'Y'
        MOVE "DTX-NAME" TO WS-ERROR-FIELD
        MOVE "Department name already used by another code"
            TO WS-ERROR-MESSAGE
    END-IF.

FIND-DEPT-VERSION.
    MOVE 'N' TO WS-DPM-CODE-FOUND
    MOVE 0 TO WS-DPM-MATCH-IDX
    MOVE SPACES TO WS-DPM-ASOF-DATE
    PERFORM VARYING WS-DPM-SUB FROM 1 BY 1
        UNTIL WS-DPM-SUB > WS-DPM-COUNT
        IF WS-DPM-CODE(WS-DPM-SUB) = DTX-DEPT-CODE
            MOVE 'Y' TO WS-DPM-CODE-FOUND
            IF WS-DPM-EFF-FROM(WS-DPM-SUB) NOT > WS-DPM-EFF-DATE AND
               (WS-DPM-MATCH-IDX = 0 OR
                WS-DPM-EFF-FROM(WS-DPM-SUB) > WS-DPM-ASOF-DATE)
                MOVE WS-DPM-SUB TO WS-DPM-MATCH-IDX
                MOVE WS-DPM-EFF-FROM(WS-DPM-SUB) TO WS-DPM-ASOF-DATE
            END-IF
        END-IF
    END-PERFORM.

APPLY-DEPT-TRANSACTION.
    MOVE "M" TO AUD-ACTION
    MOVE SPACES TO AUD-OLD-IMAGE
    MOVE SPACES TO AUD-NEW-IMAGE
    MOVE DTX-ENTERED-BY TO AUD-ENTERED-BY
    MOVE DTX-APPROVED-BY TO AUD-APPROVED-BY
    MOVE DTX-APPROVED-BY-2 TO AUD-APPROVED-BY-2
    IF WS-DPM-MATCH-IDX NOT = 0
        MOVE WS-DPM-MATCH-IDX TO WS-DPM-SUB
        PERFORM BUILD-DEPT-MASTER-RECORD
        MOVE DEPT-MASTER-RECORD TO AUD-OLD-IMAGE
    END-IF
    EVALUATE TRUE
        WHEN DTX-ACTION = "A"
            PERFORM ADD-DEPT-VERSION
        WHEN WS-DPM-EFF-FROM(WS-DPM-MATCH-IDX) = WS-DPM-EFF-DATE
            MOVE WS-DPM-MATCH-IDX TO WS-DPM-SUB
        WHEN OTHER
            PERFORM SET-DEPT-PREVIOUS-DAY
            PERFORM ADD-DEPT-VERSION
            IF WS-DPM-SUB NOT = 0
                MOVE WS-DPM-ENTRY(WS-DPM-MATCH-IDX)
                    TO WS-DPM-ENTRY(WS-DPM-SUB)
                MOVE WS-DPM-EFF-DATE TO WS-DPM-EFF-FROM(WS-DPM-SUB)
                MOVE SPACES TO WS-DPM-EFF-TO(WS-DPM-SUB)
                MOVE WS-DPM-PREV-DAY
                    TO WS-DPM-EFF-TO(WS-DPM-MATCH-IDX)
            END-IF
    END-EVALUATE
    IF WS-DPM-SUB NOT = 0
        EVALUATE DTX-ACTION
            WHEN "A"
                MOVE DTX-NAME TO WS-DPM-NAME(WS-DPM-SUB)
                MOVE DTX-COST-CENTER TO WS-DPM-COST-CENTER(WS-DPM-SUB)
                MOVE DTX-DIVISION TO WS-DPM-DIVISION(WS-DPM-SUB)
            WHEN "N"
                MOVE DTX-NAME TO WS-DPM-NAME(WS-DPM-SUB)
            WHEN "C"
                IF DTX-COST-CENTER NOT = SPACES
                    MOVE DTX-COST-CENTER
                        TO WS-DPM-COST-CENTER(WS-DPM-SUB)
                END-IF
                IF DTX-DIVISION NOT = SPACES
                    MOVE DTX-DIVISION TO WS-DPM-DIVISION(WS-DPM-SUB)
                END-IF
            WHEN "I"
                MOVE "I" TO WS-DPM-ACTIVE(WS-DPM-SUB)
            WHEN "R"
                MOVE "A" TO WS-DPM-ACTIVE(WS-DPM-SUB)
        END-EVALUATE
        PERFORM BUILD-DEPT-MASTER-RECORD
        MOVE DEPT-MASTER-RECORD TO AUD-NEW-IMAGE
        PERFORM WRITE-AUDIT-RECORD
        ADD 1 TO WS-MAINT-DEPT-CHANGES
    END-IF.

ADD-DEPT-VERSION.
    IF WS-DPM-COUNT < 300
        ADD 1 TO WS-DPM-COUNT
        MOVE WS-DPM-COUNT TO WS-DPM-SUB
        MOVE DTX-DEPT-CODE TO WS-DPM-CODE(WS-DPM-SUB)
        MOVE SPACES TO WS-DPM-NAME(WS-DPM-SUB)
        MOVE SPACES TO WS-DPM-COST-CENTER(WS-DPM-SUB)
        MOVE SPACES TO WS-DPM-DIVISION(WS-DPM-SUB)
        MOVE "A" TO WS-DPM-ACTIVE(WS-DPM-SUB)
        MOVE WS-DPM-EFF-DATE TO WS-DPM-EFF-FROM(WS-DPM-SUB)
        MOVE SPACES TO WS-DPM-EFF-TO(WS-DPM-SUB)
    ELSE
        MOVE 0 TO WS-DPM-SUB
        MOVE 'Y' TO WS-DPM-OVERFLOW
        ADD 1 TO WS-DPM-OVERFLOW-COUNT
    END-IF.

SET-DEPT-PREVIOUS-DAY.
    MOVE WS-DPM-EFF-DATE(1:4) TO WS-DATE-INT-WORK(1:4)
    MOVE WS-DPM-EFF-DATE(6:2) TO WS-DATE-INT-WORK(5:2)
    MOVE WS-DPM-EFF-DATE(9:2) TO WS-DATE-INT-WORK(7:2)
    COMPUTE WS-DATE-INT-WORK = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-DATE-INT-WORK) - 1)
    MOVE SPACES TO WS-DPM-PREV-DAY
    STRING WS-DATE-INT-WORK(1:4) "-" WS-DATE-INT-WORK(5:2) "-"
        WS-DATE-INT-WORK(7:2)
        DELIMITED BY SIZE INTO WS-DPM-PREV-DAY.

BUILD-DEPT-MASTER-RECORD.
    MOVE WS-DPM-CODE(WS-DPM-SUB) TO DPM-CODE
    MOVE WS-DPM-NAME(WS-DPM-SUB) TO DPM-NAME
    MOVE WS-DPM-COST-CENTER(WS-DPM-SUB) TO DPM-COST-CENTER
    MOVE WS-DPM-DIVISION(WS-DPM-SUB) TO DPM-DIVISION
    MOVE WS-DPM-ACTIVE(WS-DPM-SUB) TO DPM-STATUS
    MOVE WS-DPM-EFF-FROM(WS-DPM-SUB) TO DPM-EFF-FROM
    MOVE WS-DPM-EFF-TO(WS-DPM-SUB) TO DPM-EFF-TO.

REWRITE-DEPT-MASTER.
    IF WS-DPM-LOAD-OK NOT = 'Y'
        MOVE "Dept master not rewritten - prior load failed"
            TO WS-ERROR-MESSAGE
        PERFORM DISPLAY-ERROR
    ELSE
        IF WS-DPM-OVERFLOW = 'Y'
            MOVE "Dept master not rewritten - table overflow"
                TO WS-ERROR-MESSAGE
            PERFORM DISPLAY-ERROR
        ELSE
            PERFORM WRITE-DEPT-MASTER-FILE
        END-IF
    END-IF.

WRITE-DEPT-MASTER-FILE.
    OPEN OUTPUT DEPT-MASTER-FILE
    IF NOT WS-DPM-STATUS = "00"
        MOVE "Error rewriting department master file"
            TO WS-ERROR-MESSAGE
        PERFORM DISPLAY-ERROR
    ELSE
        PERFORM VARYING WS-DPM-SUB FROM 1 BY 1
            UNTIL WS-DPM-SUB > WS-DPM-COUNT
            PERFORM BUILD-DEPT-MASTER-RECORD
            WRITE DEPT-MASTER-RECORD
        END-PERFORM
        CLOSE DEPT-MASTER-FILE
    END-IF.

CHECK-POSITION-CONTROL.
    MOVE 'N' TO WS-POS-EOF
    OPEN INPUT EMPLOYEE-FILE
    IF WS-EMPLOYEE-STATUS = "00"
        PERFORM COUNT-MASTER-POSITIONS UNTIL WS-POS-EOF = 'Y'
        CLOSE EMPLOYEE-FILE
        PERFORM VARYING WS-TXN-IDX FROM 1 BY 1
            UNTIL WS-TXN-IDX > WS-TXN-COUNT
            IF TBL-TXN-FUTURE(WS-TXN-IDX) = 'N' AND
               ((TBL-TXN-CODE(WS-TXN-IDX) = "A" AND
                 TBL-TXN-POS-MOVE(WS-TXN-IDX) = 'N') OR
                (TBL-TXN-CODE(WS-TXN-IDX) = "C" AND
                 TBL-TXN-POS-MOVE(WS-TXN-IDX) = 'Y'))
                PERFORM CHECK-ONE-POSITION-SLOT
            END-IF
        END-PERFORM
    END-IF.

COUNT-MASTER-POSITIONS.
    READ EMPLOYEE-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-POS-EOF
        NOT AT END
            PERFORM COUNT-ONE-MASTER-POSITION
    END-READ.

COUNT-ONE-MASTER-POSITION.
    MOVE 'Y' TO WS-POS-COUNT-IT
    MOVE EMP-DEPARTMENT TO WS-DPM-LOOK
    PERFORM NORMALIZE-DEPARTMENT-NAME
    MOVE WS-DPM-LOOK TO WS-POS-LOOK-DEPT
    MOVE FUNCTION UPPER-CASE(EMP-POSITION) TO WS-POS-LOOK-POSITION
    PERFORM FIND-TRANSACTION-FOR-EMPLOYEE
    IF WS-MATCH-IDX NOT = 0
        EVALUATE TBL-TXN-CODE(WS-MATCH-IDX)
            WHEN "D"
                MOVE 'N' TO WS-POS-COUNT-IT
            WHEN "A"
                MOVE 'D' TO TBL-TXN-POS-MOVE(WS-MATCH-IDX)
            WHEN "C"
                PERFORM CHECK-SALARY-APPROVAL
                IF WS-APPR-HOLD NOT = 'Y'
                    MOVE TBL-TXN-EMP-DEPARTMENT(WS-MATCH-IDX)
                        TO WS-DPM-LOOK
                    PERFORM NORMALIZE-DEPARTMENT-NAME
                    IF WS-DPM-LOOK NOT = WS-POS-LOOK-DEPT OR
                       FUNCTION UPPER-CASE(
                           TBL-TXN-EMP-POSITION(WS-MATCH-IDX))
                       NOT = WS-POS-LOOK-POSITION
                        MOVE 'Y' TO TBL-TXN-POS-MOVE(WS-MATCH-IDX)
                    END-IF
                END-IF
        END-EVALUATE
    END-IF
    IF WS-POS-COUNT-IT = 'Y'
        PERFORM FIND-OR-ADD-POSITION-SLOT
        IF WS-POSSLOT-SUB NOT = 0
            ADD 1 TO WS-POSSLOT-FILLED(WS-POSSLOT-SUB)
            IF WS-MATCH-IDX NOT = 0
                IF TBL-TXN-POS-MOVE(WS-MATCH-IDX) = 'Y'
                    MOVE WS-POSSLOT-SUB TO TBL-TXN-OLD-SLOT(WS-MATCH-IDX)
                END-IF
            END-IF
        END-IF
    END-IF.

CHECK-ONE-POSITION-SLOT.
    MOVE TBL-TXN-EMP-DEPARTMENT(WS-TXN-IDX) TO WS-DPM-LOOK
    PERFORM NORMALIZE-DEPARTMENT-NAME
    MOVE WS-DPM-LOOK TO WS-POS-LOOK-DEPT
    MOVE FUNCTION UPPER-CASE(TBL-TXN-EMP-POSITION(WS-TXN-IDX))
        TO WS-POS-LOOK-POSITION
    IF TBL-TXN-EFFECTIVE-DATE(WS-TXN-IDX) NOT = SPACES
        MOVE TBL-TXN-EFFECTIVE-DATE(WS-TXN-IDX) TO WS-POS-AS-OF
    ELSE
        MOVE WS-HEADING-DATE TO WS-POS-AS-OF
    END-IF
    PERFORM FIND-AUTHORIZED-HEADCOUNT
    PERFORM FIND-OR-ADD-POSITION-SLOT
    IF WS-POS-AUTH-FOUND = 'Y' AND WS-POSSLOT-SUB NOT = 0 AND
       WS-POSSLOT-FILLED(WS-POSSLOT-SUB) >= WS-POS-AUTH-WORK
        PERFORM REFUSE-POSITION-TRANSACTION
    ELSE
        IF WS-POSSLOT-SUB NOT = 0
            ADD 1 TO WS-POSSLOT-FILLED(WS-POSSLOT-SUB)
        END-IF
        IF TBL-TXN-OLD-SLOT(WS-TXN-IDX) NOT = 0
            SUBTRACT 1 FROM
                WS-POSSLOT-FILLED(TBL-TXN-OLD-SLOT(WS-TXN-IDX))
        END-IF
    END-IF.

REFUSE-POSITION-TRANSACTION.
    IF WS-POS-FULL-ACTION = "REJECT"
        MOVE 'X' TO TBL-TXN-FUTURE(WS-TXN-IDX)
        ADD 1 TO WS-MAINT-REJECTED
        ADD 1 TO WS-MAINT-POS-REJECTED
        MOVE "EMP-POSITION" TO WS-ERROR-FIELD
        MOVE "Position slot full - authorized headcount reached"
            TO WS-ERROR-MESSAGE
        MOVE "WARN " TO WS-LOG-SEVERITY
        PERFORM DISPLAY-ERROR
        IF WS-EXCEPTION-STATUS = "00"
            MOVE TBL-TXN-EMP-ID(WS-TXN-IDX) TO EXC-EMP-ID
            MOVE WS-ERROR-FIELD TO EXC-FIELD
            MOVE WS-ERROR-MESSAGE TO EXC-ERROR-TEXT
            WRITE EXCEPTION-RECORD
        END-IF
    ELSE
        MOVE 'H' TO TBL-TXN-FUTURE(WS-TXN-IDX)
        ADD 1 TO WS-MAINT-POS-HELD
        MOVE "WARN " TO WS-LOG-SEVERITY
        MOVE SPACES TO WS-LOG-TEXT
        STRING "Transaction for EMP-ID " TBL-TXN-EMP-ID(WS-TXN-IDX)
            " held - position " FUNCTION TRIM(WS-POS-LOOK-POSITION)
            " in " FUNCTION TRIM(WS-POS-LOOK-DEPT) " is full"
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM LOG-RUN-MESSAGE
        PERFORM SET-WARNING-EXIT
    END-IF.

OPEN-FINAL-PAY-FILES.
    OPEN EXTEND FINAL-SETTLEMENT-FILE
    IF WS-FNL-STATUS = "35"
        OPEN OUTPUT FINAL-SETTLEMENT-FILE
    END-IF
    MOVE "FINALPAY.DAT" TO WS-LOG-FILE-NAME
    MOVE WS-FNL-STATUS TO WS-LOG-FILE-STATUS
    PERFORM LOG-FILE-STATUS
    IF NOT WS-FNL-STATUS = "00"
        MOVE "Error opening final settlement file" TO WS-ERROR-MESSAGE
        PERFORM DISPLAY-ERROR
    END-IF
    OPEN EXTEND FINAL-PAY-STATEMENT-FILE
    IF WS-FNLSTMT-STATUS = "35"
        OPEN OUTPUT FINAL-PAY-STATEMENT-FILE
    END-IF
    MOVE "FINALPAY.TXT" TO WS-LOG-FILE-NAME
    MOVE WS-FNLSTMT-STATUS TO WS-LOG-FILE-STATUS
    PERFORM LOG-FILE-STATUS
    IF NOT WS-FNLSTMT-STATUS = "00"
        MOVE "Error opening final pay statement file"
            TO WS-ERROR-MESSAGE
        PERFORM DISPLAY-ERROR
    ELSE
        MOVE SPACES TO FINAL-PAY-LINE
        STRING "FINAL PAY SETTLEMENT STATEMENTS - RUN DATE "
            WS-HEADING-DATE
            DELIMITED BY SIZE INTO FINAL-PAY-LINE
        WRITE FINAL-PAY-LINE
        MOVE ALL "=" TO FINAL-PAY-LINE
        WRITE FINAL-PAY-LINE
    END-IF.

CLOSE-FINAL-PAY-FILES.
    IF WS-FNLSTMT-STATUS = "00"
        IF WS-FP-COUNT = 0
            MOVE "No terminations processed this run" TO FINAL-PAY-LINE
            WRITE FINAL-PAY-LINE
        END-IF
        CLOSE FINAL-PAY-STATEMENT-FILE
    END-IF
    IF WS-FNL-STATUS = "00"
        CLOSE FINAL-SETTLEMENT-FILE
    END-IF.

DERIVE-TERMINATION-DATE.
    IF TBL-TXN-EFFECTIVE-DATE(WS-MATCH-IDX) NOT = SPACES
        MOVE TBL-TXN-EFFECTIVE-DATE(WS-MATCH-IDX) TO WS-FP-TERM-DATE
    ELSE
        MOVE WS-HEADING-DATE TO WS-FP-TERM-DATE
    END-IF
    PERFORM SPLIT-FINAL-PAY-DATE
    IF WS-DAYS-IN-MONTH = 0 OR WS-HIRE-DAY < 1 OR
       WS-HIRE-DAY > WS-DAYS-IN-MONTH
        MOVE WS-HEADING-DATE TO WS-FP-TERM-DATE
        PERFORM SPLIT-FINAL-PAY-DATE
    END-IF.

SETTLE-FINAL-PAY.
    ADD 1 TO WS-FP-COUNT
    COMPUTE WS-FP-PRORATED ROUNDED =
        EMP-SALARY * WS-HIRE-DAY / (12 * WS-DAYS-IN-MONTH)
    COMPUTE WS-FP-HOURLY-RATE ROUNDED =
        EMP-SALARY / WS-FP-ANNUAL-HOURS
    MOVE 0 TO WS-FP-LEAVE-HOURS
    MOVE SPACES TO WS-FP-LEAVE-NOTE
    IF WS-LVB-LOAD-OK = 'Y'
        PERFORM VARYING WS-LVB-SUB FROM 1 BY 1
            UNTIL WS-LVB-SUB > WS-LVB-COUNT
            IF WS-LVB-T-EMP-ID(WS-LVB-SUB) = EMP-ID
                PERFORM CLOSE-OUT-LEAVE-BALANCE
            END-IF
        END-PERFORM
    ELSE
        MOVE "(leave balance file unavailable)" TO WS-FP-LEAVE-NOTE
    END-IF
    COMPUTE WS-FP-LEAVE-PAY ROUNDED =
        WS-FP-LEAVE-HOURS * WS-FP-HOURLY-RATE
    COMPUTE WS-PAY-GROSS = WS-FP-PRORATED + WS-FP-LEAVE-PAY
    MOVE 0 TO WS-PAY-TAX
    MOVE 0 TO WS-PAY-INS
    MOVE 0 TO WS-PAY-RET
    MOVE 0 TO WS-PAY-GARN
    PERFORM VARYING WS-DED-SUB FROM 1 BY 1
        UNTIL WS-DED-SUB > WS-DED-COUNT
        IF WS-DED-EMP-ID(WS-DED-SUB) = EMP-ID
            PERFORM APPLY-DEDUCTION-ENTRY
        END-IF
    END-PERFORM
    COMPUTE WS-PAY-TOTAL-DED =
        WS-PAY-TAX + WS-PAY-INS + WS-PAY-RET + WS-PAY-GARN
    COMPUTE WS-PAY-NET = WS-PAY-GROSS - WS-PAY-TOTAL-DED
    IF WS-PAY-NET < 0
        ADD 1 TO WS-FP-NEGATIVE
        MOVE "WARN " TO WS-LOG-SEVERITY
        MOVE SPACES TO WS-LOG-TEXT
        STRING "Final settlement for EMP-ID " EMP-ID
            " has deductions exceeding final pay"
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM LOG-RUN-MESSAGE
        PERFORM SET-WARNING-EXIT
    END-IF
    IF WS-FNL-STATUS = "00"
        MOVE EMP-ID TO FNL-EMP-ID
        MOVE EMP-NAME TO FNL-EMP-NAME
        MOVE EMP-DEPARTMENT TO FNL-EMP-DEPARTMENT
        MOVE WS-FP-TERM-DATE TO FNL-TERM-DATE
        MOVE WS-FP-PRORATED TO FNL-PRORATED-SALARY
        MOVE WS-FP-LEAVE-HOURS TO FNL-LEAVE-HOURS
        MOVE WS-FP-HOURLY-RATE TO FNL-HOURLY-RATE
        MOVE WS-FP-LEAVE-PAY TO FNL-LEAVE-AMOUNT
        MOVE WS-PAY-GROSS TO FNL-GROSS
        MOVE WS-PAY-TAX TO FNL-TAX
        MOVE WS-PAY-INS TO FNL-INS
        MOVE WS-PAY-RET TO FNL-RET
        MOVE WS-PAY-GARN TO FNL-GARN
        MOVE WS-PAY-NET TO FNL-NET
        MOVE WS-HEADING-DATE TO FNL-RUN-DATE
        WRITE FINAL-SETTLEMENT-RECORD
    END-IF
    MOVE EMP-ID TO RPT-EMP-ID
    MOVE EMP-NAME TO RPT-EMP-NAME
    MOVE EMP-DEPARTMENT TO RPT-EMP-DEPARTMENT
    PERFORM UPDATE-YTD-TOTALS
    IF WS-FNLSTMT-STATUS = "00"
        PERFORM WRITE-FINAL-PAY-STATEMENT
    END-IF.

SPLIT-FINAL-PAY-DATE.
    MOVE 0 TO WS-DAYS-IN-MONTH
    MOVE 0 TO WS-HIRE-DAY
    IF WS-FP-TERM-DATE(1:4) IS NUMERIC AND
       WS-FP-TERM-DATE(6:2) IS NUMERIC AND
       WS-FP-TERM-DATE(9:2) IS NUMERIC
        MOVE WS-FP-TERM-DATE(1:4) TO WS-HIRE-YEAR
        MOVE WS-FP-TERM-DATE(6:2) TO WS-HIRE-MONTH
        MOVE WS-FP-TERM-DATE(9:2) TO WS-HIRE-DAY
        PERFORM DETERMINE-DAYS-IN-MONTH
    END-IF.

CLOSE-OUT-LEAVE-BALANCE.
    IF WS-LVB-T-ACCRUED(WS-LVB-SUB) > WS-LVB-T-TAKEN(WS-LVB-SUB)
        COMPUTE WS-FP-LEAVE-HOURS = WS-FP-LEAVE-HOURS
            + WS-LVB-T-ACCRUED(WS-LVB-SUB) - WS-LVB-T-TAKEN(WS-LVB-SUB)
        MOVE WS-LVB-T-ACCRUED(WS-LVB-SUB) TO WS-LVB-T-TAKEN(WS-LVB-SUB)
        ADD 1 TO WS-FP-LEAVE-CLOSED
    END-IF.

WRITE-FINAL-PAY-STATEMENT.
    MOVE SPACES TO FINAL-PAY-LINE
    WRITE FINAL-PAY-LINE
    MOVE SPACES TO FINAL-PAY-LINE
    STRING "EMPLOYEE: " EMP-ID " " EMP-NAME
        DELIMITED BY SIZE INTO FINAL-PAY-LINE
    WRITE FINAL-PAY-LINE
    MOVE SPACES TO FINAL-PAY-LINE
    STRING "DEPARTMENT: " EMP-DEPARTMENT
        "  POSITION: " EMP-POSITION
        DELIMITED BY SIZE INTO FINAL-PAY-LINE
    WRITE FINAL-PAY-LINE
    MOVE SPACES TO FINAL-PAY-LINE
    STRING "HIRE DATE: " EMP-HIRE-DATE
        "  TERMINATION DATE: " WS-FP-TERM-DATE
        DELIMITED BY SIZE INTO FINAL-PAY-LINE
    WRITE FINAL-PAY-LINE
    MOVE ALL "-" TO FINAL-PAY-LINE
    WRITE FINAL-PAY-LINE
    MOVE EMP-SALARY TO WS-FP-AMOUNT-EDIT
    MOVE SPACES TO FINAL-PAY-LINE
    STRING "Annual Salary                     " WS-FP-AMOUNT-EDIT
        DELIMITED BY SIZE INTO FINAL-PAY-LINE
    WRITE FINAL-PAY-LINE
    MOVE WS-FP-PRORATED TO WS-FP-AMOUNT-EDIT
    MOVE SPACES TO FINAL-PAY-LINE
    STRING "Prorated Salary (" WS-HIRE-DAY " of " WS-DAYS-IN-MONTH
        " days)        " WS-FP-AMOUNT-EDIT
        DELIMITED BY SIZE INTO FINAL-PAY-LINE
    WRITE FINAL-PAY-LINE
    MOVE WS-FP-LEAVE-HOURS TO WS-FP-HOURS-EDIT
    MOVE WS-FP-LEAVE-PAY TO WS-FP-AMOUNT-EDIT
    MOVE SPACES TO FINAL-PAY-LINE
    STRING "Leave Payout " WS-FP-HOURS-EDIT " hrs @ "
        WS-FP-HOURLY-RATE "  " WS-FP-AMOUNT-EDIT " "
        WS-FP-LEAVE-NOTE
        DELIMITED BY SIZE INTO FINAL-PAY-LINE
    WRITE FINAL-PAY-LINE
    MOVE WS-PAY-GROSS TO WS-FP-AMOUNT-EDIT
    MOVE SPACES TO FINAL-PAY-LINE
    STRING "Gross Final Pay                   " WS-FP-AMOUNT-EDIT
        DELIMITED BY SIZE INTO FINAL-PAY-LINE
    WRITE FINAL-PAY-LINE
    MOVE WS-PAY-TAX TO WS-FP-AMOUNT-EDIT
    MOVE SPACES TO FINAL-PAY-LINE
    STRING "  Less Tax Withheld               " WS-FP-AMOUNT-EDIT
        DELIMITED BY SIZE INTO FINAL-PAY-LINE
    WRITE FINAL-PAY-LINE
    MOVE WS-PAY-INS TO WS-FP-AMOUNT-EDIT
    MOVE SPACES TO FINAL-PAY-LINE
    STRING "  Less Insurance                  " WS-FP-AMOUNT-EDIT
        DELIMITED BY SIZE INTO FINAL-PAY-LINE
    WRITE FINAL-PAY-LINE
    MOVE WS-PAY-RET TO WS-FP-AMOUNT-EDIT
    MOVE SPACES TO FINAL-PAY-LINE
    STRING "  Less Retirement                 " WS-FP-AMOUNT-EDIT
        DELIMITED BY SIZE INTO FINAL-PAY-LINE
    WRITE FINAL-PAY-LINE
    MOVE WS-PAY-GARN TO WS-FP-AMOUNT-EDIT
    MOVE SPACES TO FINAL-PAY-LINE
    STRING "  Less Garnishment                " WS-FP-AMOUNT-EDIT
        DELIMITED BY SIZE INTO FINAL-PAY-LINE
    WRITE FINAL-PAY-LINE
    MOVE WS-PAY-NET TO WS-FP-AMOUNT-EDIT
    MOVE SPACES TO FINAL-PAY-LINE
    STRING "Net Final Pay                     " WS-FP-AMOUNT-EDIT
        DELIMITED BY SIZE INTO FINAL-PAY-LINE
    WRITE FINAL-PAY-LINE
    IF WS-PAY-NET < 0
        MOVE "*** WARNING: deductions exceed final pay - review before payment ***"
            TO FINAL-PAY-LINE
        WRITE FINAL-PAY-LINE
    END-IF.

MOVE-TXN-SIGNOFF-TO-AUDIT.
    MOVE TBL-TXN-ENTERED-BY(WS-TXN-IDX) TO AUD-ENTERED-BY
    MOVE TBL-TXN-APPROVED-BY(WS-TXN-IDX) TO AUD-APPROVED-BY
    MOVE TBL-TXN-APPROVED-BY-2(WS-TXN-IDX) TO AUD-APPROVED-BY-2.

WRITE-AUDIT-RECORD.
    IF WS-AUDIT-STATUS = "00"
        MOVE WS-HEADING-DATE TO AUD-RUN-DATE
        WRITE AUDIT-RECORD
    END-IF.

WRITE-MAINTENANCE-SUMMARY.
    DISPLAY "MAINTENANCE RUN COMPLETE"
    DISPLAY "Records Added: " WS-MAINT-ADDED
    DISPLAY "Records Changed: " WS-MAINT-CHANGED
    DISPLAY "Records Deleted: " WS-MAINT-DELETED
    DISPLAY "Records Archived: " WS-MAINT-ARCHIVED
    DISPLAY "Records Reinstated: " WS-MAINT-REINSTATED
    DISPLAY "Records Unchanged: " WS-MAINT-UNCHANGED
    DISPLAY "Transactions Rejected: " WS-MAINT-REJECTED
    DISPLAY "Future-Dated Transactions Read: " WS-MAINT-FUTURE
    DISPLAY "Transactions Held Pending: " WS-MAINT-PENDING-WRITTEN
    DISPLAY "Held for Position Control: " WS-MAINT-POS-HELD
    DISPLAY "Held for Approval: " WS-MAINT-APPR-HELD
    DISPLAY "Final Pay Settlements: " WS-FP-COUNT
    DISPLAY "Rejected by Position Control: " WS-MAINT-POS-REJECTED
    DISPLAY "Bank Account Changes: " WS-MAINT-BANK-CHANGES
    DISPLAY "Department Master Changes: " WS-MAINT-DEPT-CHANGES
    DISPLAY "Departments Migrated to Codes: " WS-DPM-MIGRATED
    IF WS-MAINT-FUTURE + WS-MAINT-POS-HELD + WS-MAINT-APPR-HELD
       NOT = WS-MAINT-PENDING-WRITTEN
        DISPLAY "*** WARNING: future-dated count and pending count "
            "differ - check run log for pending rewrite errors ***"
    END-IF
    DISPLAY "New employee master written to: "
        FUNCTION TRIM(WS-NEW-EMPLOYEE-FILENAME)
    IF WS-AUDIT-STATUS = "00"
        DISPLAY "Audit trail written to: AUDIT.DAT"
    END-IF
    IF WS-MAINT-REJECTED NOT = 0
        DISPLAY "*** WARNING: " WS-MAINT-REJECTED
            " transaction(s) failed validation and were not applied "
            "- see EXCEPTIONS.DAT ***"
    END-IF
    IF WS-TXN-OVERFLOW = 'Y'
        DISPLAY "*** WARNING: " WS-TXN-OVERFLOW-COUNT
            " transaction(s) exceeded table capacity of 1000 and "
            "were not applied ***"
    END-IF
    IF WS-MAINT-UNMATCHED NOT = 0
        DISPLAY "*** WARNING: " WS-MAINT-UNMATCHED
            " change/delete transaction(s) had no matching employee "
            "record and were not applied ***"
    END-IF
    IF WS-MAINT-DUPLICATE-ADD NOT = 0
        DISPLAY "*** WARNING: " WS-MAINT-DUPLICATE-ADD
            " add transaction(s) matched an existing employee and "
            "were not applied as adds ***"
    END-IF
    IF WS-MAINT-PENDING-WRITTEN NOT = 0
        DISPLAY "Future-dated transaction(s) carried on PENDTXN.DAT "
            "until their effective date arrives"
    END-IF
    IF WS-RETRO-COUNT NOT = 0
        DISPLAY "RETROACTIVE SALARY ADJUSTMENTS OWED"
        PERFORM VARYING WS-RETRO-SUB FROM 1 BY 1
            UNTIL WS-RETRO-SUB > WS-RETRO-COUNT
            MOVE WS-RETRO-AMOUNT(WS-RETRO-SUB) TO WS-RETRO-AMOUNT-EDIT
            DISPLAY "  EMP-ID " WS-RETRO-EMP-ID(WS-RETRO-SUB)
                " effective " WS-RETRO-EFF-DATE(WS-RETRO-SUB)
                " applied " WS-RETRO-DAYS(WS-RETRO-SUB)
                " day(s) late - amount owed $"
                FUNCTION TRIM(WS-RETRO-AMOUNT-EDIT)
        END-PERFORM
    END-IF
    IF WS-RETRO-OVERFLOW = 'Y'
        DISPLAY "*** WARNING: " WS-RETRO-OVERFLOW-COUNT
            " retroactive adjustment(s) exceeded table capacity of "
            "200 and are not listed ***"
    END-IF
    IF WS-MAINT-REINST-NOTFOUND NOT = 0
        DISPLAY "*** WARNING: " WS-MAINT-REINST-NOTFOUND
            " reinstate transaction(s) could not be applied ***"
    END-IF
    IF WS-ARC-OVERFLOW = 'Y'
        DISPLAY "*** WARNING: " WS-ARC-OVERFLOW-COUNT
            " archive record(s) exceeded table capacity of 2000 "
            "- archive file may be incomplete ***"
    END-IF
    IF WS-BANK-OVERFLOW = 'Y'
        DISPLAY "*** WARNING: " WS-BANK-OVERFLOW-COUNT
            " bank account record(s) exceeded table capacity of 2000 "
            "- bank master not rewritten ***"
    END-IF
    IF WS-DPM-OVERFLOW = 'Y'
        DISPLAY "*** WARNING: " WS-DPM-OVERFLOW-COUNT
            " department record(s) exceeded table capacity of 300 "
            "- department master not rewritten ***"
    END-IF
    IF WS-MAINT-POS-HELD NOT = 0
        DISPLAY "*** WARNING: " WS-MAINT-POS-HELD
            " transaction(s) held on PENDTXN.DAT - authorized "
            "headcount for the position is already filled ***"
    END-IF
    IF WS-FP-NEGATIVE NOT = 0
        DISPLAY "*** WARNING: " WS-FP-NEGATIVE
            " final settlement(s) have deductions exceeding final "
            "pay - see FINALPAY.TXT ***"
    END-IF
    IF WS-MAINT-APPR-HELD NOT = 0
        DISPLAY "*** WARNING: " WS-MAINT-APPR-HELD
            " transaction(s) held on PENDTXN.DAT awaiting "
            "approval ***"
    END-IF
    IF WS-HOLDTXN-OVERFLOW = 'Y'
        DISPLAY "*** WARNING: " WS-HOLDTXN-OVERFLOW-COUNT
            " unapproved bank/department change(s) exceeded hold "
            "capacity of 200 - pending file not rewritten ***"
    END-IF
    IF WS-POSCTL-OVERFLOW = 'Y' OR WS-POSSLOT-OVERFLOW = 'Y'
        DISPLAY "*** WARNING: position control table capacity "
            "exceeded - some slots were not checked ***"
    END-IF.

RUN-TREND-MODE.
    IF WS-CFG-REPORT-FILE NOT = SPACES
        MOVE WS-CFG-REPORT-FILE TO WS-REPORT-FILENAME
    ELSE
        MOVE "TRENDRPT.TXT" TO WS-REPORT-FILENAME
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF NOT WS-REPORT-STATUS = "00"
        MOVE "Error opening report file" TO WS-ERROR-MESSAGE
        PERFORM DISPLAY-ERROR
    ELSE
        PERFORM LOAD-ORG-HIERARCHY
        PERFORM LOAD-DEPT-HISTORY
        PERFORM SELECT-TREND-RUNS
        PERFORM BUILD-TREND-MONTHS
        PERFORM WRITE-TREND-REPORT
        CLOSE REPORT-FILE
    END-IF.

LOAD-DEPT-HISTORY.
    OPEN INPUT DEPT-HISTORY-FILE
    IF NOT WS-DEPTHIST-STATUS = "00"
        MOVE "Error opening department history file" TO WS-ERROR-MESSAGE
        PERFORM DISPLAY-ERROR
    ELSE
        PERFORM READ-HISTORY-RECORDS UNTIL WS-HIST-EOF = 'Y'
        CLOSE DEPT-HISTORY-FILE
    END-IF.

READ-HISTORY-RECORDS.
    READ DEPT-HISTORY-FILE
        AT END
            MOVE 'Y' TO WS-HIST-EOF
        NOT AT END
            PERFORM STORE-HISTORY-RECORD.

STORE-HISTORY-RECORD.
    MOVE HIST-DEPT-NAME TO WS-DPM-LOOK
    PERFORM NORMALIZE-DEPARTMENT-NAME
    MOVE WS-DPM-LOOK TO HIST-DEPT-NAME
    IF WS-HIST-COUNT < 2000
        ADD 1 TO WS-HIST-COUNT
        MOVE HIST-RUN-DATE TO WS-HIST-DATE(WS-HIST-COUNT)
        MOVE HIST-DEPT-NAME TO WS-HIST-DEPT(WS-HIST-COUNT)
        MOVE HIST-DEPT-COUNT TO WS-HIST-EMP-COUNT(WS-HIST-COUNT)
        MOVE HIST-DEPT-SALARY TO WS-HIST-SALARY(WS-HIST-COUNT)
        MOVE HIST-ENTITY TO WS-HIST-ENTITY(WS-HIST-COUNT)
        PERFORM STORE-TREND-RUN-DATE
        PERFORM STORE-TREND-DEPT-NAME
    ELSE
        MOVE 'Y' TO WS-HIST-OVERFLOW
        ADD 1 TO WS-HIST-OVERFLOW-COUNT
    END-IF.

STORE-TREND-RUN-DATE.
    PERFORM VARYING WS-TREND-RUN-SUB FROM 1 BY 1
        UNTIL WS-TREND-RUN-SUB > WS-TREND-RUN-COUNT
        OR WS-TREND-RUN-DATE(WS-TREND-RUN-SUB) = HIST-RUN-DATE
    END-PERFORM
    IF WS-TREND-RUN-SUB > WS-TREND-RUN-COUNT
        IF WS-TREND-RUN-COUNT < 120
            ADD 1 TO WS-TREND-RUN-COUNT
        ELSE
            PERFORM SHIFT-TREND-RUN-DATES
            MOVE 'Y' TO WS-TREND-RUN-OVERFLOW
        END-IF
        MOVE HIST-RUN-DATE TO WS-TREND-RUN-DATE(WS-TREND-RUN-COUNT)
    END-IF.

SHIFT-TREND-RUN-DATES.
    PERFORM VARYING WS-TREND-DEPT-SUB FROM 1 BY 1
        UNTIL WS-TREND-DEPT-SUB > 119
        MOVE WS-TREND-RUN-DATE(WS-TREND-DEPT-SUB + 1)
            TO WS-TREND-RUN-DATE(WS-TREND-DEPT-SUB)
    END-PERFORM.

STORE-TREND-DEPT-NAME.
    PERFORM VARYING WS-TREND-DEPT-SUB FROM 1 BY 1
        UNTIL WS-TREND-DEPT-SUB > WS-TREND-DEPT-COUNT
        OR (WS-TREND-DEPT-NAME(WS-TREND-DEPT-SUB) = HIST-DEPT-NAME
            AND WS-TREND-DEPT-ENTITY(WS-TREND-DEPT-SUB) = HIST-ENTITY)
    END-PERFORM
    IF WS-TREND-DEPT-SUB > WS-TREND-DEPT-COUNT AND
       WS-TREND-DEPT-COUNT < 20
        ADD 1 TO WS-TREND-DEPT-COUNT
        MOVE HIST-DEPT-NAME TO WS-TREND-DEPT-NAME(WS-TREND-DEPT-COUNT)
        MOVE HIST-ENTITY TO WS-TREND-DEPT-ENTITY(WS-TREND-DEPT-COUNT)
    END-IF.

SELECT-TREND-RUNS.
    IF WS-TREND-RUN-COUNT > WS-TREND-RUNS
        COMPUTE WS-TREND-FIRST-RUN =
            WS-TREND-RUN-COUNT - WS-TREND-RUNS + 1
    ELSE
        MOVE 1 TO WS-TREND-FIRST-RUN
    END-IF.

BUILD-TREND-MONTHS.
    PERFORM VARYING WS-TREND-RUN-SUB FROM 1 BY 1
        UNTIL WS-TREND-RUN-SUB > WS-TREND-RUN-COUNT
        IF WS-TREND-MONTH-COUNT > 0 AND
           WS-TREND-MONTH(WS-TREND-MONTH-COUNT) =
               WS-TREND-RUN-DATE(WS-TREND-RUN-SUB)(1:7)
            MOVE WS-TREND-RUN-DATE(WS-TREND-RUN-SUB)
                TO WS-TREND-MONTH-DATE(WS-TREND-MONTH-COUNT)
        ELSE
            IF WS-TREND-MONTH-COUNT = 24
                PERFORM SHIFT-TREND-MONTHS
            ELSE
                ADD 1 TO WS-TREND-MONTH-COUNT
            END-IF
            MOVE WS-TREND-RUN-DATE(WS-TREND-RUN-SUB)(1:7)
                TO WS-TREND-MONTH(WS-TREND-MONTH-COUNT)
            MOVE WS-TREND-RUN-DATE(WS-TREND-RUN-SUB)
                TO WS-TREND-MONTH-DATE(WS-TREND-MONTH-COUNT)
        END-IF
    END-PERFORM.

SHIFT-TREND-MONTHS.
    PERFORM VARYING WS-TREND-DEPT-SUB FROM 1 BY 1
        UNTIL WS-TREND-DEPT-SUB > 23
        MOVE WS-TREND-MONTH-ENTRY(WS-TREND-DEPT-SUB + 1)
            TO WS-TREND-MONTH-ENTRY(WS-TREND-DEPT-SUB)
    END-PERFORM.

FIND-TREND-HIST.
    MOVE 0 TO WS-TREND-CUR-COUNT
    MOVE 0 TO WS-TREND-CUR-SALARY
    PERFORM VARYING WS-TREND-HIST-IDX FROM 1 BY 1
        UNTIL WS-TREND-HIST-IDX > WS-HIST-COUNT
        IF WS-HIST-DATE(WS-TREND-HIST-IDX) = WS-TREND-LOOK-DATE AND
           WS-HIST-DEPT(WS-TREND-HIST-IDX) = WS-TREND-LOOK-DEPT AND
           WS-HIST-ENTITY(WS-TREND-HIST-IDX) = WS-TREND-LOOK-ENTITY
            MOVE WS-HIST-EMP-COUNT(WS-TREND-HIST-IDX)
                TO WS-TREND-CUR-COUNT
            MOVE WS-HIST-SALARY(WS-TREND-HIST-IDX)
                TO WS-TREND-CUR-SALARY
        END-IF
    END-PERFORM.

WRITE-TREND-REPORT.
    MOVE SPACES TO REPORT-LINE
    STRING "DEPARTMENT TREND ANALYSIS AS OF " WS-HEADING-DATE
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE ALL "-" TO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-HIST-COUNT = 0
        MOVE "No department history available for trend analysis"
            TO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        PERFORM WRITE-RUN-TREND-SECTION
        PERFORM WRITE-MONTH-TREND-SECTION
        PERFORM WRITE-DIVISION-TREND-SECTION
    END-IF
    IF WS-HIST-OVERFLOW = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING "*** WARNING: " WS-HIST-OVERFLOW-COUNT
            " history record(s) exceeded table capacity of 2000 and "
            "are excluded from this analysis ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-TREND-RUN-OVERFLOW = 'Y'
        MOVE "*** WARNING: more than 120 distinct run dates on file - oldest runs dropped from this analysis ***"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

WRITE-RUN-TREND-SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "RUN-OVER-RUN TREND" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-TREND-DEPT-SUB FROM 1 BY 1
        UNTIL WS-TREND-DEPT-SUB > WS-TREND-DEPT-COUNT
        PERFORM WRITE-DEPT-RUN-TREND
    END-PERFORM.

WRITE-DEPT-RUN-TREND.
    PERFORM WRITE-TREND-DEPT-HEADER
    PERFORM VARYING WS-TREND-RUN-SUB FROM WS-TREND-FIRST-RUN BY 1
        UNTIL WS-TREND-RUN-SUB > WS-TREND-RUN-COUNT
        MOVE WS-TREND-RUN-DATE(WS-TREND-RUN-SUB) TO WS-TREND-LOOK-DATE
        MOVE WS-TREND-DEPT-NAME(WS-TREND-DEPT-SUB)
            TO WS-TREND-LOOK-DEPT
        MOVE WS-TREND-DEPT-ENTITY(WS-TREND-DEPT-SUB)
            TO WS-TREND-LOOK-ENTITY
        PERFORM FIND-TREND-HIST
        PERFORM WRITE-TREND-DETAIL-LINE
    END-PERFORM.

WRITE-TREND-DEPT-HEADER.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    IF WS-TREND-DEPT-ENTITY(WS-TREND-DEPT-SUB) = SPACES
        STRING "DEPARTMENT: "
            FUNCTION TRIM(WS-TREND-DEPT-NAME(WS-TREND-DEPT-SUB))
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "DEPARTMENT: "
            FUNCTION TRIM(WS-TREND-DEPT-NAME(WS-TREND-DEPT-SUB))
            "  ENTITY: "
            WS-TREND-DEPT-ENTITY(WS-TREND-DEPT-SUB)
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    MOVE "RUN DATE   EMPLOYEES   TOTAL SALARY     CHG EMP   CHG SALARY       CHG PCT"
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'Y' TO WS-TREND-FIRST-LINE.

WRITE-MONTH-TREND-SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "MONTH-OVER-MONTH TREND (LAST RUN OF EACH MONTH)"
        TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-TREND-DEPT-SUB FROM 1 BY 1
        UNTIL WS-TREND-DEPT-SUB > WS-TREND-DEPT-COUNT
        PERFORM WRITE-DEPT-MONTH-TREND
    END-PERFORM.

WRITE-DEPT-MONTH-TREND.
    PERFORM WRITE-TREND-DEPT-HEADER
    PERFORM VARYING WS-TREND-RUN-SUB FROM 1 BY 1
        UNTIL WS-TREND-RUN-SUB > WS-TREND-MONTH-COUNT
        MOVE WS-TREND-MONTH-DATE(WS-TREND-RUN-SUB)
            TO WS-TREND-LOOK-DATE
        MOVE WS-TREND-DEPT-NAME(WS-TREND-DEPT-SUB)
            TO WS-TREND-LOOK-DEPT
        MOVE WS-TREND-DEPT-ENTITY(WS-TREND-DEPT-SUB)
            TO WS-TREND-LOOK-ENTITY
        PERFORM FIND-TREND-HIST
        PERFORM WRITE-TREND-DETAIL-LINE
    END-PERFORM.

WRITE-DIVISION-TREND-SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "DIVISION TREND (RUN-OVER-RUN, LOCAL MASTER RUNS ONLY)"
        TO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-ORG-COUNT = 0
        MOVE "No organization hierarchy file loaded - division rollup skipped"
            TO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        PERFORM BUILD-TREND-DIVISION-LIST
        IF WS-DIVLIST-COUNT = 0
            MOVE "No local-master history on file - division trend skipped"
                TO REPORT-LINE
            WRITE REPORT-LINE
        ELSE
            PERFORM WRITE-ONE-DIVISION-TREND
                VARYING WS-DIVLIST-SUB FROM 1 BY 1
                UNTIL WS-DIVLIST-SUB > WS-DIVLIST-COUNT
            PERFORM WRITE-ALL-DIVISIONS-TREND
        END-IF
    END-IF.

BUILD-TREND-DIVISION-LIST.
    MOVE 0 TO WS-DIVLIST-COUNT
    PERFORM VARYING WS-TREND-DEPT-SUB FROM 1 BY 1
        UNTIL WS-TREND-DEPT-SUB > WS-TREND-DEPT-COUNT
        IF WS-TREND-DEPT-ENTITY(WS-TREND-DEPT-SUB) = SPACES
            PERFORM ADD-TREND-DIVISION-ENTRY
        END-IF
    END-PERFORM.

ADD-TREND-DIVISION-ENTRY.
    MOVE WS-TREND-DEPT-NAME(WS-TREND-DEPT-SUB) TO WS-DIV-LOOK-DEPT
    PERFORM FIND-DIVISION-FOR-DEPT
    IF WS-DIV-NAME-WORK = SPACES
        PERFORM VARYING WS-DIVT-DEPT-SUB FROM 1 BY 1
            UNTIL WS-DIVT-DEPT-SUB >= WS-TREND-DEPT-SUB
            OR WS-TREND-DEPT-NAME(WS-DIVT-DEPT-SUB) =
               WS-DIV-LOOK-DEPT
        END-PERFORM
        IF WS-DIVT-DEPT-SUB >= WS-TREND-DEPT-SUB
            MOVE SPACES TO REPORT-LINE
            STRING "*** WARNING: department "
                FUNCTION TRIM(WS-DIV-LOOK-DEPT)
                " not in organization hierarchy file - rolled up "
                "as UNASSIGNED ***"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        MOVE "UNASSIGNED" TO WS-DIV-NAME-WORK
    END-IF
    PERFORM VARYING WS-DIVLIST-SUB FROM 1 BY 1
        UNTIL WS-DIVLIST-SUB > WS-DIVLIST-COUNT
        OR WS-DIVLIST-NAME(WS-DIVLIST-SUB) = WS-DIV-NAME-WORK
    END-PERFORM
    IF WS-DIVLIST-SUB > WS-DIVLIST-COUNT AND
       WS-DIVLIST-COUNT < 10
        ADD 1 TO WS-DIVLIST-COUNT
        MOVE WS-DIV-NAME-WORK
            TO WS-DIVLIST-NAME(WS-DIVLIST-COUNT)
    END-IF.

WRITE-ONE-DIVISION-TREND.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "DIVISION: "
        FUNCTION TRIM(WS-DIVLIST-NAME(WS-DIVLIST-SUB))
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "RUN DATE   EMPLOYEES   TOTAL SALARY     CHG EMP   CHG SALARY       CHG PCT"
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'Y' TO WS-TREND-FIRST-LINE
    PERFORM VARYING WS-TREND-RUN-SUB FROM WS-TREND-FIRST-RUN BY 1
        UNTIL WS-TREND-RUN-SUB > WS-TREND-RUN-COUNT
        PERFORM SUM-DIVISION-TREND-RUN
        MOVE WS-TREND-RUN-DATE(WS-TREND-RUN-SUB) TO WS-TREND-LOOK-DATE
        MOVE WS-DIVT-COUNT TO WS-TREND-CUR-COUNT
        MOVE WS-DIVT-SALARY TO WS-TREND-CUR-SALARY
        PERFORM WRITE-TREND-DETAIL-LINE
    END-PERFORM.

SUM-DIVISION-TREND-RUN.
    MOVE 0 TO WS-DIVT-COUNT
    MOVE 0 TO WS-DIVT-SALARY
    PERFORM VARYING WS-DIVT-DEPT-SUB FROM 1 BY 1
        UNTIL WS-DIVT-DEPT-SUB > WS-TREND-DEPT-COUNT
        IF WS-TREND-DEPT-ENTITY(WS-DIVT-DEPT-SUB) = SPACES
            MOVE WS-TREND-DEPT-NAME(WS-DIVT-DEPT-SUB)
                TO WS-DIV-LOOK-DEPT
            PERFORM FIND-DIVISION-FOR-DEPT
            IF WS-DIV-NAME-WORK = SPACES
                MOVE "UNASSIGNED" TO WS-DIV-NAME-WORK
            END-IF
            IF WS-DIV-NAME-WORK = WS-DIVLIST-NAME(WS-DIVLIST-SUB)
                MOVE WS-TREND-RUN-DATE(WS-TREND-RUN-SUB)
                    TO WS-TREND-LOOK-DATE
                MOVE WS-TREND-DEPT-NAME(WS-DIVT-DEPT-SUB)
                    TO WS-TREND-LOOK-DEPT
                MOVE SPACES TO WS-TREND-LOOK-ENTITY
                PERFORM FIND-TREND-HIST
                ADD WS-TREND-CUR-COUNT TO WS-DIVT-COUNT
                ADD WS-TREND-CUR-SALARY TO WS-DIVT-SALARY
            END-IF
        END-IF
    END-PERFORM.

WRITE-ALL-DIVISIONS-TREND.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "ALL DIVISIONS TOTAL" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "RUN DATE   EMPLOYEES   TOTAL SALARY     CHG EMP   CHG SALARY       CHG PCT"
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'Y' TO WS-TREND-FIRST-LINE
    PERFORM VARYING WS-TREND-RUN-SUB FROM WS-TREND-FIRST-RUN BY 1
        UNTIL WS-TREND-RUN-SUB > WS-TREND-RUN-COUNT
        PERFORM SUM-ALL-DIVISIONS-TREND-RUN
        MOVE WS-TREND-RUN-DATE(WS-TREND-RUN-SUB) TO WS-TREND-LOOK-DATE
        MOVE WS-DIVT-COUNT TO WS-TREND-CUR-COUNT
        MOVE WS-DIVT-SALARY TO WS-TREND-CUR-SALARY
        PERFORM WRITE-TREND-DETAIL-LINE
    END-PERFORM.

SUM-ALL-DIVISIONS-TREND-RUN.
    MOVE 0 TO WS-DIVT-COUNT
    MOVE 0 TO WS-DIVT-SALARY
    PERFORM VARYING WS-DIVT-DEPT-SUB FROM 1 BY 1
        UNTIL WS-DIVT-DEPT-SUB > WS-TREND-DEPT-COUNT
        IF WS-TREND-DEPT-ENTITY(WS-DIVT-DEPT-SUB) = SPACES
            MOVE WS-TREND-RUN-DATE(WS-TREND-RUN-SUB)
                TO WS-TREND-LOOK-DATE
            MOVE WS-TREND-DEPT-NAME(WS-DIVT-DEPT-SUB)
                TO WS-TREND-LOOK-DEPT
            MOVE SPACES TO WS-TREND-LOOK-ENTITY
            PERFORM FIND-TREND-HIST
            ADD WS-TREND-CUR-COUNT TO WS-DIVT-COUNT
            ADD WS-TREND-CUR-SALARY TO WS-DIVT-SALARY
        END-IF
    END-PERFORM.

WRITE-TREND-DETAIL-LINE.
    MOVE WS-TREND-CUR-SALARY TO WS-TREND-SALARY-EDIT
    IF WS-TREND-FIRST-LINE = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING WS-TREND-LOOK-DATE "   " WS-TREND-CUR-COUNT "   "
            WS-TREND-SALARY-EDIT
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE 'N' TO WS-TREND-FIRST-LINE
    ELSE
        COMPUTE WS-TREND-DELTA-COUNT =
            WS-TREND-CUR-COUNT - WS-TREND-PRIOR-COUNT
        COMPUTE WS-TREND-DELTA-SALARY =
            WS-TREND-CUR-SALARY - WS-TREND-PRIOR-SALARY
        MOVE WS-TREND-DELTA-COUNT TO WS-TREND-DELTA-CNT-EDIT
        MOVE WS-TREND-DELTA-SALARY TO WS-TREND-DELTA-SAL-EDIT
        IF WS-TREND-PRIOR-SALARY = 0
            MOVE SPACES TO REPORT-LINE
            STRING WS-TREND-LOOK-DATE "   " WS-TREND-CUR-COUNT "   "
                WS-TREND-SALARY-EDIT "   " WS-TREND-DELTA-CNT-EDIT
                "   " WS-TREND-DELTA-SAL-EDIT "       N/A"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        ELSE
            COMPUTE WS-TREND-PCT ROUNDED =
                (WS-TREND-DELTA-SALARY / WS-TREND-PRIOR-SALARY) * 100
            MOVE WS-TREND-PCT TO WS-TREND-PCT-EDIT
            MOVE SPACES TO REPORT-LINE
            STRING WS-TREND-LOOK-DATE "   " WS-TREND-CUR-COUNT "   "
                WS-TREND-SALARY-EDIT "   " WS-TREND-DELTA-CNT-EDIT
                "   " WS-TREND-DELTA-SAL-EDIT "   " WS-TREND-PCT-EDIT
                "%"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            IF WS-TREND-PCT < 0
                COMPUTE WS-TREND-PCT-ABS = 0 - WS-TREND-PCT
            ELSE
                MOVE WS-TREND-PCT TO WS-TREND-PCT-ABS
            END-IF
            IF WS-TREND-PCT-ABS > WS-TREND-ALERT-PCT
                MOVE WS-TREND-ALERT-PCT TO WS-TREND-THRESH-EDIT
                MOVE SPACES TO REPORT-LINE
                STRING "*** ALERT: SALARY CHANGE OF "
                    FUNCTION TRIM(WS-TREND-PCT-EDIT)
                    "% BETWEEN " WS-TREND-PRIOR-DATE " AND "
                    WS-TREND-LOOK-DATE " EXCEEDS THRESHOLD OF "
                    FUNCTION TRIM(WS-TREND-THRESH-EDIT) "% ***"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
        END-IF
    END-IF
    MOVE WS-TREND-CUR-COUNT TO WS-TREND-PRIOR-COUNT
    MOVE WS-TREND-CUR-SALARY TO WS-TREND-PRIOR-SALARY
    MOVE WS-TREND-LOOK-DATE TO WS-TREND-PRIOR-DATE.

RUN-MOVEMENT-MODE.
    PERFORM SET-MOVEMENT-RANGE
    IF WS-ERROR-MESSAGE NOT = SPACES
        PERFORM DISPLAY-ERROR
    ELSE
        IF WS-CFG-REPORT-FILE NOT = SPACES
            MOVE WS-CFG-REPORT-FILE TO WS-REPORT-FILENAME
        ELSE
            MOVE "MOVEMENT.TXT" TO WS-REPORT-FILENAME
        END-IF
        OPEN OUTPUT REPORT-FILE
        IF NOT WS-REPORT-STATUS = "00"
            MOVE "Error opening report file" TO WS-ERROR-MESSAGE
            PERFORM DISPLAY-ERROR
        ELSE
            OPEN INPUT EMPLOYEE-FILE
            MOVE WS-EMPLOYEE-FILENAME TO WS-LOG-FILE-NAME
            MOVE WS-EMPLOYEE-STATUS TO WS-LOG-FILE-STATUS
            PERFORM LOG-FILE-STATUS
            IF NOT WS-EMPLOYEE-STATUS = "00"
                MOVE "Error opening employee file" TO WS-ERROR-MESSAGE
                PERFORM DISPLAY-ERROR
            ELSE
                PERFORM COUNT-MASTER-BY-DEPARTMENT UNTIL WS-EOF = 'Y'
                CLOSE EMPLOYEE-FILE
                PERFORM LOAD-ORG-HIERARCHY
                PERFORM LOAD-MOVEMENT-SNAPSHOT
                PERFORM LOAD-ARCHIVE-FILE
                PERFORM READ-AUDIT-MOVEMENTS
                PERFORM APPLY-ARCHIVE-TERMINATIONS
                PERFORM WRITE-MOVEMENT-REPORT
            END-IF
            CLOSE REPORT-FILE
        END-IF
    END-IF.

SET-MOVEMENT-RANGE.
    MOVE SPACES TO WS-ERROR-MESSAGE
    IF WS-CFG-MOVEMENT-FROM NOT = SPACES
        MOVE WS-CFG-MOVEMENT-FROM TO WS-MOV-FROM-DATE
    ELSE
        MOVE SPACES TO WS-MOV-FROM-DATE
        STRING WS-YEAR "-" WS-MONTH "-01"
            DELIMITED BY SIZE INTO WS-MOV-FROM-DATE
    END-IF
    IF WS-CFG-MOVEMENT-TO NOT = SPACES
        MOVE WS-CFG-MOVEMENT-TO TO WS-MOV-TO-DATE
    ELSE
        MOVE WS-HEADING-DATE TO WS-MOV-TO-DATE
    END-IF
    MOVE WS-MOV-FROM-DATE TO WS-DATE-TO-VALIDATE
    PERFORM VALIDATE-HIRE-DATE
    IF WS-VALID-DATE = 0
        MOVE "Invalid MOVEMENT_FROM date - movement run aborted"
            TO WS-ERROR-MESSAGE
    ELSE
        MOVE WS-MOV-TO-DATE TO WS-DATE-TO-VALIDATE
        PERFORM VALIDATE-HIRE-DATE
        IF WS-VALID-DATE = 0
            MOVE "Invalid MOVEMENT_TO date - movement run aborted"
                TO WS-ERROR-MESSAGE
        ELSE
            IF WS-MOV-TO-DATE < WS-MOV-FROM-DATE
                MOVE "MOVEMENT_TO is before MOVEMENT_FROM - run aborted"
                    TO WS-ERROR-MESSAGE
            END-IF
        END-IF
    END-IF
    IF WS-ERROR-MESSAGE = SPACES
        MOVE WS-MOV-FROM-DATE(1:4) TO WS-DATE-INT-WORK(1:4)
        MOVE WS-MOV-FROM-DATE(6:2) TO WS-DATE-INT-WORK(5:2)
        MOVE WS-MOV-FROM-DATE(9:2) TO WS-DATE-INT-WORK(7:2)
        COMPUTE WS-EFF-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-DATE-INT-WORK)
        MOVE WS-MOV-TO-DATE(1:4) TO WS-DATE-INT-WORK(1:4)
        MOVE WS-MOV-TO-DATE(6:2) TO WS-DATE-INT-WORK(5:2)
        MOVE WS-MOV-TO-DATE(9:2) TO WS-DATE-INT-WORK(7:2)
        COMPUTE WS-RUN-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-DATE-INT-WORK)
        COMPUTE WS-MOV-RANGE-DAYS =
            WS-RUN-DATE-INT - WS-EFF-DATE-INT + 1
    END-IF.

COUNT-MASTER-BY-DEPARTMENT.
    READ EMPLOYEE-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-EOF
        NOT AT END
            ADD 1 TO WS-MOV-MASTER-COUNT
            MOVE EMP-DEPARTMENT TO WS-MOV-LOOK-DEPT
            PERFORM FIND-OR-ADD-MOVEMENT-DEPT
            IF WS-MOVDEPT-SUB NOT = 0
                ADD 1 TO WS-MOVDEPT-MASTER(WS-MOVDEPT-SUB)
            END-IF
    END-READ.

FIND-OR-ADD-MOVEMENT-DEPT.
    MOVE WS-MOV-LOOK-DEPT TO WS-DPM-LOOK
    PERFORM NORMALIZE-DEPARTMENT-NAME
    MOVE WS-DPM-LOOK TO WS-MOV-LOOK-DEPT
    PERFORM VARYING WS-MOVDEPT-SUB FROM 1 BY 1
        UNTIL WS-MOVDEPT-SUB > WS-MOVDEPT-COUNT
        OR WS-MOVDEPT-NAME(WS-MOVDEPT-SUB) = WS-MOV-LOOK-DEPT
    END-PERFORM
    IF WS-MOVDEPT-SUB > WS-MOVDEPT-COUNT
        IF WS-MOVDEPT-COUNT < 50
            ADD 1 TO WS-MOVDEPT-COUNT
            MOVE WS-MOVDEPT-COUNT TO WS-MOVDEPT-SUB
            MOVE WS-MOV-LOOK-DEPT TO WS-MOVDEPT-NAME(WS-MOVDEPT-SUB)
            MOVE 0 TO WS-MOVDEPT-SNAP(WS-MOVDEPT-SUB)
            MOVE 0 TO WS-MOVDEPT-PRE-NET(WS-MOVDEPT-SUB)
            MOVE 0 TO WS-MOVDEPT-HIRES(WS-MOVDEPT-SUB)
            MOVE 0 TO WS-MOVDEPT-TERMS(WS-MOVDEPT-SUB)
            MOVE 0 TO WS-MOVDEPT-REINST(WS-MOVDEPT-SUB)
            MOVE 0 TO WS-MOVDEPT-XFR-IN(WS-MOVDEPT-SUB)
            MOVE 0 TO WS-MOVDEPT-XFR-OUT(WS-MOVDEPT-SUB)
            MOVE 0 TO WS-MOVDEPT-POST-NET(WS-MOVDEPT-SUB)
            MOVE 0 TO WS-MOVDEPT-MASTER(WS-MOVDEPT-SUB)
        ELSE
            MOVE 0 TO WS-MOVDEPT-SUB
            MOVE 'Y' TO WS-MOVDEPT-OVERFLOW
            ADD 1 TO WS-MOVDEPT-OVERFLOW-COUNT
        END-IF
    END-IF.

LOAD-MOVEMENT-SNAPSHOT.
    MOVE SPACES TO WS-MOV-SNAP-DATE
    MOVE 'N' TO WS-HIST-EOF
    OPEN INPUT DEPT-HISTORY-FILE
    MOVE "DEPTHIST.DAT" TO WS-LOG-FILE-NAME
    MOVE WS-DEPTHIST-STATUS TO WS-LOG-FILE-STATUS
    PERFORM LOG-FILE-STATUS
    IF WS-DEPTHIST-STATUS = "00"
        PERFORM FIND-MOVEMENT-SNAPSHOT-DATE UNTIL WS-HIST-EOF = 'Y'
        CLOSE DEPT-HISTORY-FILE
    END-IF
    IF WS-MOV-SNAP-DATE NOT = SPACES
        MOVE 'N' TO WS-HIST-EOF
        OPEN INPUT DEPT-HISTORY-FILE
        PERFORM STORE-MOVEMENT-SNAPSHOT UNTIL WS-HIST-EOF = 'Y'
        CLOSE DEPT-HISTORY-FILE
    END-IF.

FIND-MOVEMENT-SNAPSHOT-DATE.
    READ DEPT-HISTORY-FILE
        AT END
            MOVE 'Y' TO WS-HIST-EOF
        NOT AT END
            IF HIST-ENTITY = SPACES AND
               HIST-RUN-DATE < WS-MOV-FROM-DATE AND
               (WS-MOV-SNAP-DATE = SPACES OR
                HIST-RUN-DATE > WS-MOV-SNAP-DATE)
                MOVE HIST-RUN-DATE TO WS-MOV-SNAP-DATE
            END-IF
    END-READ.

STORE-MOVEMENT-SNAPSHOT.
    READ DEPT-HISTORY-FILE
        AT END
            MOVE 'Y' TO WS-HIST-EOF
        NOT AT END
            IF HIST-ENTITY = SPACES AND
               HIST-RUN-DATE = WS-MOV-SNAP-DATE
                MOVE HIST-DEPT-NAME TO WS-MOV-LOOK-DEPT
                PERFORM FIND-OR-ADD-MOVEMENT-DEPT
                IF WS-MOVDEPT-SUB NOT = 0
                    ADD HIST-DEPT-COUNT TO WS-MOVDEPT-SNAP(WS-MOVDEPT-SUB)
                END-IF
            END-IF
    END-READ.

READ-AUDIT-MOVEMENTS.
    MOVE 'N' TO WS-MOV-AUDIT-EOF
    OPEN INPUT AUDIT-FILE
    MOVE "AUDIT.DAT" TO WS-LOG-FILE-NAME
    MOVE WS-AUDIT-STATUS TO WS-LOG-FILE-STATUS
    PERFORM LOG-FILE-STATUS
    IF WS-AUDIT-STATUS = "00"
        PERFORM READ-ONE-AUDIT-MOVEMENT UNTIL WS-MOV-AUDIT-EOF = 'Y'
        CLOSE AUDIT-FILE
    ELSE
        IF NOT WS-AUDIT-STATUS = "35"
            MOVE "Error opening audit file" TO WS-ERROR-MESSAGE
            PERFORM DISPLAY-ERROR
        END-IF
    END-IF.

READ-ONE-AUDIT-MOVEMENT.
    READ AUDIT-FILE
        AT END
            MOVE 'Y' TO WS-MOV-AUDIT-EOF
        NOT AT END
            ADD 1 TO WS-MOV-AUDIT-READ
            PERFORM CLASSIFY-AUDIT-MOVEMENT
    END-READ.

CLASSIFY-AUDIT-MOVEMENT.
    MOVE AUD-RUN-DATE TO WS-MOV-EV-DATE
    EVALUATE AUD-ACTION
        WHEN "A"
            MOVE AUD-NEW-IMAGE TO WS-MOV-IMAGE
            MOVE WS-MOV-IMG-DEPT TO WS-MOV-LOOK-DEPT
            MOVE "H" TO WS-MOV-EV-TYPE
            PERFORM POST-MOVEMENT-EVENT
        WHEN "D"
            MOVE AUD-OLD-IMAGE TO WS-MOV-IMAGE
            PERFORM FIND-ARCHIVE-TERM-DATE
            MOVE WS-MOV-IMG-DEPT TO WS-MOV-LOOK-DEPT
            MOVE "T" TO WS-MOV-EV-TYPE
            PERFORM POST-MOVEMENT-EVENT
            PERFORM STORE-MOVEMENT-TERMINATION
        WHEN "R"
            MOVE AUD-NEW-IMAGE TO WS-MOV-IMAGE
            MOVE WS-MOV-IMG-DEPT TO WS-MOV-LOOK-DEPT
            MOVE "R" TO WS-MOV-EV-TYPE
            PERFORM POST-MOVEMENT-EVENT
        WHEN "C"
            MOVE AUD-OLD-IMAGE TO WS-MOV-IMAGE
            MOVE WS-MOV-IMG-DEPT TO WS-DPM-LOOK
            PERFORM NORMALIZE-DEPARTMENT-NAME
            MOVE WS-DPM-LOOK TO WS-MOV-OLD-DEPT
            MOVE AUD-NEW-IMAGE TO WS-MOV-IMAGE
            MOVE WS-MOV-IMG-DEPT TO WS-DPM-LOOK
            PERFORM NORMALIZE-DEPARTMENT-NAME
            IF WS-DPM-LOOK NOT = WS-MOV-OLD-DEPT
                MOVE WS-MOV-OLD-DEPT TO WS-MOV-LOOK-DEPT
                MOVE "O" TO WS-MOV-EV-TYPE
                PERFORM POST-MOVEMENT-EVENT
                MOVE WS-MOV-IMG-DEPT TO WS-MOV-LOOK-DEPT
                MOVE "I" TO WS-MOV-EV-TYPE
                PERFORM POST-MOVEMENT-EVENT
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

FIND-ARCHIVE-TERM-DATE.
    MOVE SPACES TO WS-MOV-ARC-TERM-DATE
    PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
        UNTIL WS-ARC-SUB > WS-ARC-COUNT
        IF WS-ARC-T-EMP-ID(WS-ARC-SUB) = WS-MOV-IMG-ID AND
           WS-ARC-T-TERM-DATE(WS-ARC-SUB) <= AUD-RUN-DATE AND
           (WS-MOV-ARC-TERM-DATE = SPACES OR
            WS-ARC-T-TERM-DATE(WS-ARC-SUB) > WS-MOV-ARC-TERM-DATE)
            MOVE WS-ARC-T-TERM-DATE(WS-ARC-SUB) TO WS-MOV-ARC-TERM-DATE
        END-IF
    END-PERFORM
    IF WS-MOV-ARC-TERM-DATE NOT = SPACES
        MOVE WS-MOV-ARC-TERM-DATE TO WS-MOV-EV-DATE
    END-IF.

STORE-MOVEMENT-TERMINATION.
    IF WS-MOVTERM-COUNT < 2000
        ADD 1 TO WS-MOVTERM-COUNT
        MOVE WS-MOV-IMG-ID TO WS-MOVTERM-EMP-ID(WS-MOVTERM-COUNT)
        MOVE WS-MOV-EV-DATE TO WS-MOVTERM-DATE(WS-MOVTERM-COUNT)
    ELSE
        MOVE 'Y' TO WS-MOVTERM-OVERFLOW
        ADD 1 TO WS-MOVTERM-OVERFLOW-COUNT
    END-IF.

POST-MOVEMENT-EVENT.
    PERFORM FIND-OR-ADD-MOVEMENT-DEPT
    IF WS-MOVDEPT-SUB NOT = 0
        IF WS-MOV-EV-TYPE = "T" OR WS-MOV-EV-TYPE = "O"
            MOVE -1 TO WS-MOV-EV-SIGN
        ELSE
            MOVE 1 TO WS-MOV-EV-SIGN
        END-IF
        IF WS-MOV-EV-DATE > WS-MOV-TO-DATE
            ADD WS-MOV-EV-SIGN TO WS-MOVDEPT-POST-NET(WS-MOVDEPT-SUB)
        ELSE IF WS-MOV-EV-DATE >= WS-MOV-FROM-DATE
            EVALUATE WS-MOV-EV-TYPE
                WHEN "H"
                    ADD 1 TO WS-MOVDEPT-HIRES(WS-MOVDEPT-SUB)
                WHEN "T"
                    ADD 1 TO WS-MOVDEPT-TERMS(WS-MOVDEPT-SUB)
                WHEN "R"
                    ADD 1 TO WS-MOVDEPT-REINST(WS-MOVDEPT-SUB)
                WHEN "I"
                    ADD 1 TO WS-MOVDEPT-XFR-IN(WS-MOVDEPT-SUB)
                WHEN "O"
                    ADD 1 TO WS-MOVDEPT-XFR-OUT(WS-MOVDEPT-SUB)
            END-EVALUATE
        ELSE IF WS-MOV-SNAP-DATE NOT = SPACES AND
                WS-MOV-EV-DATE > WS-MOV-SNAP-DATE
            ADD WS-MOV-EV-SIGN TO WS-MOVDEPT-PRE-NET(WS-MOVDEPT-SUB)
        END-IF
    END-IF.

APPLY-ARCHIVE-TERMINATIONS.
    PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
        UNTIL WS-ARC-SUB > WS-ARC-COUNT
        PERFORM VARYING WS-MOVTERM-SUB FROM 1 BY 1
            UNTIL WS-MOVTERM-SUB > WS-MOVTERM-COUNT
            OR (WS-MOVTERM-EMP-ID(WS-MOVTERM-SUB) =
                WS-ARC-T-EMP-ID(WS-ARC-SUB) AND
                WS-MOVTERM-DATE(WS-MOVTERM-SUB) =
                WS-ARC-T-TERM-DATE(WS-ARC-SUB))
        END-PERFORM
        IF WS-MOVTERM-SUB > WS-MOVTERM-COUNT
            MOVE WS-ARC-T-TERM-DATE(WS-ARC-SUB) TO WS-MOV-EV-DATE
            MOVE WS-ARC-T-DEPT(WS-ARC-SUB) TO WS-MOV-LOOK-DEPT
            MOVE "T" TO WS-MOV-EV-TYPE
            PERFORM POST-MOVEMENT-EVENT
            IF WS-MOV-EV-DATE >= WS-MOV-FROM-DATE AND
               WS-MOV-EV-DATE <= WS-MOV-TO-DATE
                ADD 1 TO WS-MOV-ARCHIVE-ONLY
            END-IF
        END-IF
    END-PERFORM.

WRITE-MOVEMENT-REPORT.
    MOVE SPACES TO REPORT-LINE
    STRING "WORKFORCE MOVEMENT REPORT " WS-MOV-FROM-DATE " TO "
        WS-MOV-TO-DATE " (RUN " WS-HEADING-DATE ")"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    IF WS-MOV-SNAP-DATE NOT = SPACES
        STRING "Opening headcount from department history of "
            WS-MOV-SNAP-DATE " adjusted for movements since"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        MOVE "Opening headcount derived from the master - no department history before the range start"
            TO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "DEPARTMENT MOVEMENT" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE ALL "-" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM WRITE-MOVEMENT-HEADING
    MOVE 0 TO WS-MOVDIV-COUNT
    PERFORM VARYING WS-MOVDEPT-SUB FROM 1 BY 1
        UNTIL WS-MOVDEPT-SUB > WS-MOVDEPT-COUNT
        MOVE WS-MOVDEPT-NAME(WS-MOVDEPT-SUB) TO WS-MOV-ROW-NAME
        MOVE WS-MOVDEPT-HIRES(WS-MOVDEPT-SUB) TO WS-MOV-ROW-HIRES
        MOVE WS-MOVDEPT-TERMS(WS-MOVDEPT-SUB) TO WS-MOV-ROW-TERMS
        MOVE WS-MOVDEPT-REINST(WS-MOVDEPT-SUB) TO WS-MOV-ROW-REINST
        MOVE WS-MOVDEPT-XFR-IN(WS-MOVDEPT-SUB) TO WS-MOV-ROW-XFR-IN
        MOVE WS-MOVDEPT-XFR-OUT(WS-MOVDEPT-SUB) TO WS-MOV-ROW-XFR-OUT
        COMPUTE WS-MOV-ROW-MASTER = WS-MOVDEPT-MASTER(WS-MOVDEPT-SUB)
            - WS-MOVDEPT-POST-NET(WS-MOVDEPT-SUB)
        IF WS-MOV-SNAP-DATE NOT = SPACES
            COMPUTE WS-MOV-ROW-OPENING =
                WS-MOVDEPT-SNAP(WS-MOVDEPT-SUB)
                + WS-MOVDEPT-PRE-NET(WS-MOVDEPT-SUB)
        ELSE
            COMPUTE WS-MOV-ROW-OPENING = WS-MOV-ROW-MASTER
                - WS-MOV-ROW-HIRES + WS-MOV-ROW-TERMS
                - WS-MOV-ROW-REINST - WS-MOV-ROW-XFR-IN
                + WS-MOV-ROW-XFR-OUT
        END-IF
        COMPUTE WS-MOV-ROW-CLOSING = WS-MOV-ROW-OPENING
            + WS-MOV-ROW-HIRES - WS-MOV-ROW-TERMS
            + WS-MOV-ROW-REINST + WS-MOV-ROW-XFR-IN
            - WS-MOV-ROW-XFR-OUT
        PERFORM WRITE-MOVEMENT-LINE
        PERFORM ACCUMULATE-MOVEMENT-DIVISION
    END-PERFORM
    MOVE "ALL DEPARTMENTS" TO WS-MOV-ROW-NAME
    MOVE WS-MOVTOT-OPENING TO WS-MOV-ROW-OPENING
    MOVE WS-MOVTOT-HIRES TO WS-MOV-ROW-HIRES
    MOVE WS-MOVTOT-TERMS TO WS-MOV-ROW-TERMS
    MOVE WS-MOVTOT-REINST TO WS-MOV-ROW-REINST
    MOVE WS-MOVTOT-XFR-IN TO WS-MOV-ROW-XFR-IN
    MOVE WS-MOVTOT-XFR-OUT TO WS-MOV-ROW-XFR-OUT
    MOVE WS-MOVTOT-CLOSING TO WS-MOV-ROW-CLOSING
    MOVE WS-MOVTOT-MASTER TO WS-MOV-ROW-MASTER
    MOVE ALL "-" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM WRITE-MOVEMENT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "DIVISION MOVEMENT" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE ALL "-" TO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-ORG-COUNT = 0
        MOVE "No organization hierarchy on file - all departments rolled up as UNASSIGNED"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    PERFORM WRITE-MOVEMENT-HEADING
    PERFORM VARYING WS-MOVDIV-SUB FROM 1 BY 1
        UNTIL WS-MOVDIV-SUB > WS-MOVDIV-COUNT
        MOVE WS-MOVDIV-NAME(WS-MOVDIV-SUB) TO WS-MOV-ROW-NAME
        MOVE WS-MOVDIV-OPENING(WS-MOVDIV-SUB) TO WS-MOV-ROW-OPENING
        MOVE WS-MOVDIV-HIRES(WS-MOVDIV-SUB) TO WS-MOV-ROW-HIRES
        MOVE WS-MOVDIV-TERMS(WS-MOVDIV-SUB) TO WS-MOV-ROW-TERMS
        MOVE WS-MOVDIV-REINST(WS-MOVDIV-SUB) TO WS-MOV-ROW-REINST
        MOVE WS-MOVDIV-XFR-IN(WS-MOVDIV-SUB) TO WS-MOV-ROW-XFR-IN
        MOVE WS-MOVDIV-XFR-OUT(WS-MOVDIV-SUB) TO WS-MOV-ROW-XFR-OUT
        MOVE WS-MOVDIV-CLOSING(WS-MOVDIV-SUB) TO WS-MOV-ROW-CLOSING
        MOVE WS-MOVDIV-MASTER(WS-MOVDIV-SUB) TO WS-MOV-ROW-MASTER
        PERFORM WRITE-MOVEMENT-LINE
    END-PERFORM
    PERFORM WRITE-MOVEMENT-CONTROLS.

WRITE-MOVEMENT-HEADING.
    MOVE "UNIT                 OPENING  HIRES  TERMS REINST XFR-IN XFR-OUT CLOSING  MASTER   DIFF TURNOVER%"
        TO REPORT-LINE
    WRITE REPORT-LINE.

WRITE-MOVEMENT-LINE.
    COMPUTE WS-MOV-ROW-DIFF = WS-MOV-ROW-CLOSING - WS-MOV-ROW-MASTER
    COMPUTE WS-MOV-AVG-HEADCOUNT =
        (WS-MOV-ROW-OPENING + WS-MOV-ROW-CLOSING) / 2
    IF WS-MOV-AVG-HEADCOUNT > 0 AND WS-MOV-RANGE-DAYS > 0
        COMPUTE WS-MOV-TURNOVER ROUNDED =
            WS-MOV-ROW-TERMS / WS-MOV-AVG-HEADCOUNT
            * 365 / WS-MOV-RANGE-DAYS * 100
    ELSE
        MOVE 0 TO WS-MOV-TURNOVER
    END-IF
    MOVE SPACES TO WS-MOV-FLAG
    IF WS-MOV-ROW-DIFF NOT = 0
        MOVE " *** UNRECONCILED" TO WS-MOV-FLAG
        IF WS-MOV-ROW-NAME NOT = "ALL DEPARTMENTS"
            ADD 1 TO WS-MOV-UNRECONCILED
        END-IF
    END-IF
    MOVE WS-MOV-ROW-OPENING TO WS-MOV-OPEN-EDIT
    MOVE WS-MOV-ROW-HIRES TO WS-MOV-HIRE-EDIT
    MOVE WS-MOV-ROW-TERMS TO WS-MOV-TERM-EDIT
    MOVE WS-MOV-ROW-REINST TO WS-MOV-REIN-EDIT
    MOVE WS-MOV-ROW-XFR-IN TO WS-MOV-XIN-EDIT
    MOVE WS-MOV-ROW-XFR-OUT TO WS-MOV-XOUT-EDIT
    MOVE WS-MOV-ROW-CLOSING TO WS-MOV-CLOSE-EDIT
    MOVE WS-MOV-ROW-MASTER TO WS-MOV-MAST-EDIT
    MOVE WS-MOV-ROW-DIFF TO WS-MOV-DIFF-EDIT
    MOVE WS-MOV-TURNOVER TO WS-MOV-TURN-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING WS-MOV-ROW-NAME "   " WS-MOV-OPEN-EDIT "  " WS-MOV-HIRE-EDIT
        "  " WS-MOV-TERM-EDIT "  " WS-MOV-REIN-EDIT "  "
        WS-MOV-XIN-EDIT "   " WS-MOV-XOUT-EDIT "   "
        WS-MOV-CLOSE-EDIT "   " WS-MOV-MAST-EDIT "  "
        WS-MOV-DIFF-EDIT "  " WS-MOV-TURN-EDIT
        WS-MOV-FLAG
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

ACCUMULATE-MOVEMENT-DIVISION.
    ADD WS-MOV-ROW-OPENING TO WS-MOVTOT-OPENING
    ADD WS-MOV-ROW-HIRES TO WS-MOVTOT-HIRES
    ADD WS-MOV-ROW-TERMS TO WS-MOVTOT-TERMS
    ADD WS-MOV-ROW-REINST TO WS-MOVTOT-REINST
    ADD WS-MOV-ROW-XFR-IN TO WS-MOVTOT-XFR-IN
    ADD WS-MOV-ROW-XFR-OUT TO WS-MOVTOT-XFR-OUT
    ADD WS-MOV-ROW-CLOSING TO WS-MOVTOT-CLOSING
    ADD WS-MOV-ROW-MASTER TO WS-MOVTOT-MASTER
    MOVE WS-MOV-ROW-NAME TO WS-DIV-LOOK-DEPT
    PERFORM FIND-DIVISION-FOR-DEPT
    IF WS-DIV-NAME-WORK = SPACES
        MOVE "UNASSIGNED" TO WS-DIV-NAME-WORK
    END-IF
    PERFORM VARYING WS-MOVDIV-SUB FROM 1 BY 1
        UNTIL WS-MOVDIV-SUB > WS-MOVDIV-COUNT
        OR WS-MOVDIV-NAME(WS-MOVDIV-SUB) = WS-DIV-NAME-WORK
    END-PERFORM
    IF WS-MOVDIV-SUB > WS-MOVDIV-COUNT
        IF WS-MOVDIV-COUNT < 21
            ADD 1 TO WS-MOVDIV-COUNT
            MOVE WS-DIV-NAME-WORK TO WS-MOVDIV-NAME(WS-MOVDIV-COUNT)
            MOVE 0 TO WS-MOVDIV-OPENING(WS-MOVDIV-COUNT)
            MOVE 0 TO WS-MOVDIV-HIRES(WS-MOVDIV-COUNT)
            MOVE 0 TO WS-MOVDIV-TERMS(WS-MOVDIV-COUNT)
            MOVE 0 TO WS-MOVDIV-REINST(WS-MOVDIV-COUNT)
            MOVE 0 TO WS-MOVDIV-XFR-IN(WS-MOVDIV-COUNT)
            MOVE 0 TO WS-MOVDIV-XFR-OUT(WS-MOVDIV-COUNT)
            MOVE 0 TO WS-MOVDIV-CLOSING(WS-MOVDIV-COUNT)
            MOVE 0 TO WS-MOVDIV-MASTER(WS-MOVDIV-COUNT)
        END-IF
    END-IF
    IF WS-MOVDIV-SUB <= WS-MOVDIV-COUNT
        ADD WS-MOV-ROW-OPENING TO WS-MOVDIV-OPENING(WS-MOVDIV-SUB)
        ADD WS-MOV-ROW-HIRES TO WS-MOVDIV-HIRES(WS-MOVDIV-SUB)
        ADD WS-MOV-ROW-TERMS TO WS-MOVDIV-TERMS(WS-MOVDIV-SUB)
        ADD WS-MOV-ROW-REINST TO WS-MOVDIV-REINST(WS-MOVDIV-SUB)
        ADD WS-MOV-ROW-XFR-IN TO WS-MOVDIV-XFR-IN(WS-MOVDIV-SUB)
        ADD WS-MOV-ROW-XFR-OUT TO WS-MOVDIV-XFR-OUT(WS-MOVDIV-SUB)
        ADD WS-MOV-ROW-CLOSING TO WS-MOVDIV-CLOSING(WS-MOVDIV-SUB)
        ADD WS-MOV-ROW-MASTER TO WS-MOVDIV-MASTER(WS-MOVDIV-SUB)
    ELSE
        MOVE 'Y' TO WS-MOVDIV-OVERFLOW
        ADD 1 TO WS-MOVDIV-OVERFLOW-COUNT
    END-IF.

WRITE-MOVEMENT-CONTROLS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "RECONCILIATION" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE ALL "-" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Audit records read: " WS-MOV-AUDIT-READ
        ", Employees on master: " WS-MOV-MASTER-COUNT
        ", Days in range: " WS-MOV-RANGE-DAYS
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-MOV-ARCHIVE-ONLY NOT = 0
        MOVE SPACES TO REPORT-LINE
        STRING "*** WARNING: " WS-MOV-ARCHIVE-ONLY
            " termination(s) found on ARCHIVE.DAT with no audit "
            "record - counted from the archive ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-MOV-UNRECONCILED = 0
        MOVE "Closing headcount reconciles to the employee master for every department"
            TO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        MOVE SPACES TO REPORT-LINE
        STRING "*** WARNING: " WS-MOV-UNRECONCILED
            " department(s) do not reconcile to the employee master"
            " - see DIFF column ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "WARN " TO WS-LOG-SEVERITY
        MOVE SPACES TO WS-LOG-TEXT
        STRING WS-MOV-UNRECONCILED
            " department(s) closing headcount does not reconcile "
            "to the master"
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM LOG-RUN-MESSAGE
        PERFORM SET-WARNING-EXIT
    END-IF
    IF WS-MOVDEPT-OVERFLOW = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING "*** WARNING: " WS-MOVDEPT-OVERFLOW-COUNT
            " movement(s) in departments beyond the table capacity "
            "of 50 were not counted ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-MOVDIV-OVERFLOW = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING "*** WARNING: " WS-MOVDIV-OVERFLOW-COUNT
            " department(s) in divisions beyond the table capacity "
            "of 21 are in the department section only ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-MOVTERM-OVERFLOW = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING "*** WARNING: " WS-MOVTERM-OVERFLOW-COUNT
            " audit termination(s) exceeded table capacity of 2000 "
            "- archive terminations may be double counted ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-ARC-OVERFLOW = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING "*** WARNING: " WS-ARC-OVERFLOW-COUNT
            " archive record(s) exceeded table capacity of 2000 "
            "and were not checked ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

RUN-RECONCILE-MODE.
    IF WS-CFG-REPORT-FILE NOT = SPACES
        MOVE WS-CFG-REPORT-FILE TO WS-REPORT-FILENAME
    ELSE
        MOVE "RECONCIL.TXT" TO WS-REPORT-FILENAME
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF NOT WS-REPORT-STATUS = "00"
        MOVE "Error opening report file" TO WS-ERROR-MESSAGE
        PERFORM DISPLAY-ERROR
    ELSE
        OPEN INPUT EMPLOYEE-FILE
        MOVE WS-EMPLOYEE-FILENAME TO WS-LOG-FILE-NAME
        MOVE WS-EMPLOYEE-STATUS TO WS-LOG-FILE-STATUS
        PERFORM LOG-FILE-STATUS
        IF NOT WS-EMPLOYEE-STATUS = "00"
            MOVE "Error opening employee file" TO WS-ERROR-MESSAGE
            PERFORM DISPLAY-ERROR
        ELSE
            PERFORM COUNT-RECONCILE-MASTER UNTIL WS-EOF = 'Y'
            PERFORM LOAD-ARCHIVE-FILE
            MOVE SPACES TO REPORT-LINE
            STRING "REFERENTIAL INTEGRITY RECONCILIATION AS OF "
                WS-HEADING-DATE
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "Employees on master: " WS-RCN-MASTER-COUNT
                ", Departments on master: " WS-RCN-DEPT-COUNT
                ", Employees on archive: " WS-ARC-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM RECONCILE-DEDUCTIONS
            PERFORM RECONCILE-ALLOCATIONS
            PERFORM RECONCILE-LEAVE-BALANCES
            PERFORM RECONCILE-YTD-MASTER
            PERFORM RECONCILE-PENDING-TRANSACTIONS
            PERFORM RECONCILE-SUSPENSE
            PERFORM RECONCILE-DEPARTMENT-MASTER
            PERFORM RECONCILE-BUDGETS
            PERFORM RECONCILE-GL-MAPPING
            PERFORM RECONCILE-ORG-HIERARCHY
            PERFORM RECONCILE-DISTRIBUTION-LIST
            PERFORM WRITE-RECONCILE-SUMMARY
            CLOSE EMPLOYEE-FILE
        END-IF
        CLOSE REPORT-FILE
    END-IF.

COUNT-RECONCILE-MASTER.
    READ EMPLOYEE-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-EOF
        NOT AT END
            ADD 1 TO WS-RCN-MASTER-COUNT
            MOVE EMP-DEPARTMENT TO WS-DPM-LOOK
            PERFORM NORMALIZE-DEPARTMENT-NAME
            MOVE WS-DPM-LOOK TO WS-RCN-LOOK-DEPT
            PERFORM FIND-RECONCILE-DEPT
            IF WS-RCN-DEPT-SUB = 0
                IF WS-RCN-DEPT-COUNT < 100
                    ADD 1 TO WS-RCN-DEPT-COUNT
                    MOVE WS-RCN-DEPT-COUNT TO WS-RCN-DEPT-SUB
                    MOVE WS-RCN-LOOK-DEPT
                        TO WS-RCN-DEPT-NAME(WS-RCN-DEPT-SUB)
                    MOVE 0 TO WS-RCN-DEPT-STAFF(WS-RCN-DEPT-SUB)
                ELSE
                    MOVE 'Y' TO WS-RCN-DEPT-OVERFLOW
                    ADD 1 TO WS-RCN-DEPT-OVERFLOW-COUNT
                END-IF
            END-IF
            IF WS-RCN-DEPT-SUB NOT = 0
                ADD 1 TO WS-RCN-DEPT-STAFF(WS-RCN-DEPT-SUB)
            END-IF
    END-READ.

FIND-RECONCILE-DEPT.
    PERFORM VARYING WS-RCN-DEPT-SUB FROM 1 BY 1
        UNTIL WS-RCN-DEPT-SUB > WS-RCN-DEPT-COUNT
        OR WS-RCN-DEPT-NAME(WS-RCN-DEPT-SUB) = WS-RCN-LOOK-DEPT
    END-PERFORM
    IF WS-RCN-DEPT-SUB > WS-RCN-DEPT-COUNT
        MOVE 0 TO WS-RCN-DEPT-SUB
    END-IF.

START-RECONCILE-FILE.
    MOVE 'N' TO WS-RCN-EOF
    MOVE 'N' TO WS-RCN-CHECK-MISSING
    MOVE SPACE TO WS-RCN-FILE-SEV
    MOVE 0 TO WS-RCN-READ
    MOVE 0 TO WS-RCN-ORPHANS
    MOVE 0 TO WS-RCN-MISSING
    MOVE 0 TO WS-RCN-DUPS
    MOVE 0 TO WS-RCN-KEY-COUNT
    PERFORM VARYING WS-RCN-DEPT-SUB FROM 1 BY 1
        UNTIL WS-RCN-DEPT-SUB > WS-RCN-DEPT-COUNT
        MOVE 'N' TO WS-RCN-DEPT-HIT(WS-RCN-DEPT-SUB)
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RCN-FILE-NAME TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE ALL "-" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RCN-FILE-NAME TO WS-LOG-FILE-NAME
    MOVE WS-RCN-OPEN-STATUS TO WS-LOG-FILE-STATUS
    PERFORM LOG-FILE-STATUS
    IF WS-RCN-OPEN-STATUS = "35"
        MOVE "File not present - not checked" TO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        IF WS-RCN-OPEN-STATUS NOT = "00"
            MOVE SPACES TO WS-ERROR-MESSAGE
            STRING "Error opening " FUNCTION TRIM(WS-RCN-FILE-NAME)
                " - status " WS-RCN-OPEN-STATUS
                DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
            PERFORM DISPLAY-ERROR
            MOVE 'E' TO WS-RCN-FILE-SEV
            MOVE WS-ERROR-MESSAGE TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-IF.

CHECK-RECONCILE-EMPLOYEE.
    MOVE WS-RCN-LOOK-ID TO EMP-ID
    READ EMPLOYEE-FILE
        INVALID KEY
            PERFORM RECONCILE-EMPLOYEE-ORPHAN
    END-READ.

RECONCILE-EMPLOYEE-ORPHAN.
    MOVE WS-RCN-LOOK-ID TO WS-ARC-LOOK-ID
    PERFORM FIND-ARCHIVE-ENTRY
    IF WS-ARC-MATCH-IDX NOT = 0
        IF WS-RCN-ARC-SEV NOT = 'N'
            ADD 1 TO WS-RCN-ORPHANS
            MOVE WS-RCN-ARC-SEV TO WS-RCN-NEW-SEV
            MOVE "orphan - employee terminated (on ARCHIVE.DAT)"
                TO WS-RCN-DETAIL-TEXT
            PERFORM WRITE-RECONCILE-DETAIL
        END-IF
    ELSE
        ADD 1 TO WS-RCN-ORPHANS
        MOVE WS-RCN-UNK-SEV TO WS-RCN-NEW-SEV
        MOVE "orphan - employee not on master or archive"
            TO WS-RCN-DETAIL-TEXT
        PERFORM WRITE-RECONCILE-DETAIL
    END-IF.

CHECK-RECONCILE-DEPT-RECORD.
    MOVE WS-RCN-LOOK-DEPT TO WS-DPM-LOOK
    PERFORM NORMALIZE-DEPARTMENT-NAME
    IF WS-RCN-KEY-WORK = WS-RCN-LOOK-DEPT
        MOVE WS-DPM-LOOK TO WS-RCN-KEY-WORK
    END-IF
    MOVE WS-DPM-LOOK TO WS-RCN-LOOK-DEPT
    PERFORM FIND-RECONCILE-DEPT
    IF WS-RCN-DEPT-SUB = 0
        ADD 1 TO WS-RCN-ORPHANS
        MOVE WS-RCN-ORPHAN-SEV TO WS-RCN-NEW-SEV
        MOVE "orphan - no employees in this department on master"
            TO WS-RCN-DETAIL-TEXT
        PERFORM WRITE-RECONCILE-DETAIL
    ELSE
        MOVE 'Y' TO WS-RCN-DEPT-HIT(WS-RCN-DEPT-SUB)
    END-IF.

CHECK-RECONCILE-DUPLICATE.
    PERFORM VARYING WS-RCN-KEY-SUB FROM 1 BY 1
        UNTIL WS-RCN-KEY-SUB > WS-RCN-KEY-COUNT
        OR WS-RCN-KEY(WS-RCN-KEY-SUB) = WS-RCN-KEY-WORK
    END-PERFORM
    IF WS-RCN-KEY-SUB > WS-RCN-KEY-COUNT
        IF WS-RCN-KEY-COUNT < 5000
            ADD 1 TO WS-RCN-KEY-COUNT
            MOVE WS-RCN-KEY-WORK TO WS-RCN-KEY(WS-RCN-KEY-COUNT)
        ELSE
            MOVE 'Y' TO WS-RCN-KEY-OVERFLOW
            ADD 1 TO WS-RCN-KEY-OVERFLOW-COUNT
        END-IF
    ELSE
        ADD 1 TO WS-RCN-DUPS
        MOVE WS-RCN-DUP-SEV TO WS-RCN-NEW-SEV
        MOVE "duplicate key" TO WS-RCN-DETAIL-TEXT
        PERFORM WRITE-RECONCILE-DETAIL
    END-IF.

WRITE-RECONCILE-DETAIL.
    IF WS-RCN-NEW-SEV = 'E'
        MOVE 'E' TO WS-RCN-FILE-SEV
    ELSE
        IF WS-RCN-NEW-SEV = 'W' AND WS-RCN-FILE-SEV = SPACE
            MOVE 'W' TO WS-RCN-FILE-SEV
        END-IF
    END-IF
    MOVE SPACES TO REPORT-LINE
    IF WS-RCN-NEW-SEV = 'E'
        STRING "  ERROR  " WS-RCN-KEY-WORK " "
            FUNCTION TRIM(WS-RCN-DETAIL-TEXT)
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "  WARN   " WS-RCN-KEY-WORK " "
            FUNCTION TRIM(WS-RCN-DETAIL-TEXT)
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE.

CHECK-RECONCILE-MISSING.
    PERFORM VARYING WS-RCN-DEPT-SUB FROM 1 BY 1
        UNTIL WS-RCN-DEPT-SUB > WS-RCN-DEPT-COUNT
        IF WS-RCN-DEPT-HIT(WS-RCN-DEPT-SUB) = 'N'
            ADD 1 TO WS-RCN-MISSING
            MOVE WS-RCN-MISS-SEV TO WS-RCN-NEW-SEV
            MOVE WS-RCN-DEPT-NAME(WS-RCN-DEPT-SUB) TO WS-RCN-KEY-WORK
            MOVE SPACES TO WS-RCN-DETAIL-TEXT
            STRING "missing - master department has no entry ("
                WS-RCN-DEPT-STAFF(WS-RCN-DEPT-SUB) " employees)"
                DELIMITED BY SIZE INTO WS-RCN-DETAIL-TEXT
            PERFORM WRITE-RECONCILE-DETAIL
        END-IF
    END-PERFORM.

END-RECONCILE-FILE.
    IF WS-RCN-CHECK-MISSING = 'Y' AND WS-RCN-OPEN-STATUS = "00"
        PERFORM CHECK-RECONCILE-MISSING
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "Records read: " WS-RCN-READ
        ", Orphans: " WS-RCN-ORPHANS
        ", Missing references: " WS-RCN-MISSING
        ", Duplicate keys: " WS-RCN-DUPS
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-RCN-FILE-COUNT < 12
        ADD 1 TO WS-RCN-FILE-COUNT
        MOVE WS-RCN-FILE-COUNT TO WS-RCN-FILE-SUB
        MOVE WS-RCN-FILE-NAME TO WS-RCN-F-NAME(WS-RCN-FILE-SUB)
        MOVE WS-RCN-READ TO WS-RCN-F-READ(WS-RCN-FILE-SUB)
        MOVE WS-RCN-ORPHANS TO WS-RCN-F-ORPHANS(WS-RCN-FILE-SUB)
        MOVE WS-RCN-MISSING TO WS-RCN-F-MISSING(WS-RCN-FILE-SUB)
        MOVE WS-RCN-DUPS TO WS-RCN-F-DUPS(WS-RCN-FILE-SUB)
        EVALUATE TRUE
            WHEN WS-RCN-FILE-SEV = 'E'
                MOVE "ERROR" TO WS-RCN-F-RESULT(WS-RCN-FILE-SUB)
            WHEN WS-RCN-FILE-SEV = 'W'
                MOVE "WARN" TO WS-RCN-F-RESULT(WS-RCN-FILE-SUB)
            WHEN WS-RCN-OPEN-STATUS = "35"
                MOVE "ABSENT" TO WS-RCN-F-RESULT(WS-RCN-FILE-SUB)
            WHEN OTHER
                MOVE "OK" TO WS-RCN-F-RESULT(WS-RCN-FILE-SUB)
        END-EVALUATE
    END-IF
    IF WS-RCN-FILE-SEV = 'E'
        MOVE 'E' TO WS-RCN-RUN-SEV
    ELSE
        IF WS-RCN-FILE-SEV = 'W' AND WS-RCN-RUN-SEV = SPACE
            MOVE 'W' TO WS-RCN-RUN-SEV
        END-IF
    END-IF
    IF WS-RCN-FILE-SEV NOT = SPACE
        IF WS-RCN-FILE-SEV = 'E'
            MOVE "ERROR" TO WS-LOG-SEVERITY
            PERFORM SET-ERROR-EXIT
        ELSE
            MOVE "WARN " TO WS-LOG-SEVERITY
            PERFORM SET-WARNING-EXIT
        END-IF
        MOVE SPACES TO WS-LOG-TEXT
        STRING FUNCTION TRIM(WS-RCN-FILE-NAME) " reconciliation: "
            WS-RCN-ORPHANS " orphan(s), " WS-RCN-MISSING
            " missing reference(s), " WS-RCN-DUPS " duplicate key(s)"
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM LOG-RUN-MESSAGE
    END-IF.

RECONCILE-DEDUCTIONS.
    MOVE "DEDUCT.DAT" TO WS-RCN-FILE-NAME
    MOVE 'E' TO WS-RCN-ARC-SEV
    MOVE 'E' TO WS-RCN-UNK-SEV
    MOVE 'E' TO WS-RCN-DUP-SEV
    OPEN INPUT DEDUCTION-FILE
    MOVE WS-DEDUCT-STATUS TO WS-RCN-OPEN-STATUS
    PERFORM START-RECONCILE-FILE
    IF WS-RCN-OPEN-STATUS = "00"
        PERFORM READ-RECONCILE-DEDUCTION UNTIL WS-RCN-EOF = 'Y'
        CLOSE DEDUCTION-FILE
    END-IF
    PERFORM END-RECONCILE-FILE.

READ-RECONCILE-DEDUCTION.
    READ DEDUCTION-FILE
        AT END
            MOVE 'Y' TO WS-RCN-EOF
        NOT AT END
            ADD 1 TO WS-RCN-READ
            MOVE SPACES TO WS-RCN-KEY-WORK
            STRING DED-EMP-ID " TYPE " DED-TYPE
                DELIMITED BY SIZE INTO WS-RCN-KEY-WORK
            MOVE DED-EMP-ID TO WS-RCN-LOOK-ID
            PERFORM CHECK-RECONCILE-EMPLOYEE
            PERFORM CHECK-RECONCILE-DUPLICATE
    END-READ.

RECONCILE-ALLOCATIONS.
    MOVE "ALLOC.DAT" TO WS-RCN-FILE-NAME
    MOVE 'E' TO WS-RCN-ARC-SEV
    MOVE 'E' TO WS-RCN-UNK-SEV
    MOVE 'E' TO WS-RCN-DUP-SEV
    OPEN INPUT ALLOCATION-FILE
    MOVE WS-ALLOC-STATUS TO WS-RCN-OPEN-STATUS
    PERFORM START-RECONCILE-FILE
    IF WS-RCN-OPEN-STATUS = "00"
        PERFORM READ-RECONCILE-ALLOCATION UNTIL WS-RCN-EOF = 'Y'
        CLOSE ALLOCATION-FILE
    END-IF
    PERFORM END-RECONCILE-FILE.

READ-RECONCILE-ALLOCATION.
    READ ALLOCATION-FILE
        AT END
            MOVE 'Y' TO WS-RCN-EOF
        NOT AT END
            ADD 1 TO WS-RCN-READ
            MOVE SPACES TO WS-RCN-KEY-WORK
            STRING ALC-EMP-ID " " ALC-DEPT-NAME
                DELIMITED BY SIZE INTO WS-RCN-KEY-WORK
            MOVE ALC-EMP-ID TO WS-RCN-LOOK-ID
            PERFORM CHECK-RECONCILE-EMPLOYEE
            PERFORM CHECK-RECONCILE-DUPLICATE
            MOVE ALC-DEPT-NAME TO WS-DPM-LOOK
            PERFORM NORMALIZE-DEPARTMENT-NAME
            MOVE WS-DPM-LOOK TO WS-RCN-LOOK-DEPT
            PERFORM FIND-RECONCILE-DEPT
            IF WS-RCN-DEPT-SUB = 0
                ADD 1 TO WS-RCN-MISSING
                MOVE 'W' TO WS-RCN-NEW-SEV
                MOVE "missing - allocated to department not on master"
                    TO WS-RCN-DETAIL-TEXT
                PERFORM WRITE-RECONCILE-DETAIL
            END-IF
    END-READ.

RECONCILE-LEAVE-BALANCES.
    MOVE "LEAVEBAL.DAT" TO WS-RCN-FILE-NAME
    MOVE 'W' TO WS-RCN-ARC-SEV
    MOVE 'E' TO WS-RCN-UNK-SEV
    MOVE 'E' TO WS-RCN-DUP-SEV
    MOVE 0 TO WS-RCN-LVB-CLOSED
    OPEN INPUT LEAVE-BALANCE-FILE
    MOVE WS-LVB-STATUS TO WS-RCN-OPEN-STATUS
    PERFORM START-RECONCILE-FILE
    IF WS-RCN-OPEN-STATUS = "00"
        PERFORM READ-RECONCILE-LEAVE UNTIL WS-RCN-EOF = 'Y'
        CLOSE LEAVE-BALANCE-FILE
    END-IF
    PERFORM END-RECONCILE-FILE
    IF WS-RCN-LVB-CLOSED > 0
        MOVE SPACES TO REPORT-LINE
        STRING "Closed-out balances of terminated employees (not orphans): "
            WS-RCN-LVB-CLOSED
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

READ-RECONCILE-LEAVE.
    READ LEAVE-BALANCE-FILE
        AT END
            MOVE 'Y' TO WS-RCN-EOF
        NOT AT END
            ADD 1 TO WS-RCN-READ
            MOVE SPACES TO WS-RCN-KEY-WORK
            STRING LVB-EMP-ID " YEAR " LVB-YEAR
                DELIMITED BY SIZE INTO WS-RCN-KEY-WORK
            MOVE LVB-EMP-ID TO WS-RCN-LOOK-ID
            IF LVB-ACCRUED > LVB-TAKEN
                MOVE 'W' TO WS-RCN-ARC-SEV
            ELSE
                MOVE 'N' TO WS-RCN-ARC-SEV
            END-IF
            PERFORM CHECK-RECONCILE-EMPLOYEE
            IF WS-RCN-ARC-SEV = 'N' AND WS-EMPLOYEE-STATUS = "23" AND
               WS-ARC-MATCH-IDX NOT = 0
                ADD 1 TO WS-RCN-LVB-CLOSED
            END-IF
            PERFORM CHECK-RECONCILE-DUPLICATE
    END-READ.

RECONCILE-YTD-MASTER.
    MOVE "YTDMAST.DAT" TO WS-RCN-FILE-NAME
    MOVE 'N' TO WS-RCN-ARC-SEV
    MOVE 'E' TO WS-RCN-UNK-SEV
    MOVE 'E' TO WS-RCN-DUP-SEV
    OPEN INPUT YTD-MASTER-FILE
    MOVE WS-YTD-STATUS TO WS-RCN-OPEN-STATUS
    PERFORM START-RECONCILE-FILE
    IF WS-RCN-OPEN-STATUS = "00"
        PERFORM READ-RECONCILE-YTD UNTIL WS-RCN-EOF = 'Y'
        CLOSE YTD-MASTER-FILE
    END-IF
    PERFORM END-RECONCILE-FILE.

READ-RECONCILE-YTD.
    READ YTD-MASTER-FILE
        AT END
            MOVE 'Y' TO WS-RCN-EOF
        NOT AT END
            ADD 1 TO WS-RCN-READ
            MOVE SPACES TO WS-RCN-KEY-WORK
            STRING YTD-EMP-ID " YEAR " YTD-YEAR
                DELIMITED BY SIZE INTO WS-RCN-KEY-WORK
            MOVE YTD-EMP-ID TO WS-RCN-LOOK-ID
            PERFORM CHECK-RECONCILE-EMPLOYEE
            PERFORM CHECK-RECONCILE-DUPLICATE
    END-READ.

RECONCILE-PENDING-TRANSACTIONS.
    MOVE "PENDTXN.DAT" TO WS-RCN-FILE-NAME
    MOVE 'W' TO WS-RCN-ARC-SEV
    MOVE 'W' TO WS-RCN-UNK-SEV
    MOVE 'W' TO WS-RCN-DUP-SEV
    OPEN INPUT PENDING-TRANSACTION-FILE
    MOVE WS-PENDTXN-STATUS TO WS-RCN-OPEN-STATUS
    PERFORM START-RECONCILE-FILE
    IF WS-RCN-OPEN-STATUS = "00"
        PERFORM READ-RECONCILE-PENDING UNTIL WS-RCN-EOF = 'Y'
        CLOSE PENDING-TRANSACTION-FILE
    END-IF
    PERFORM END-RECONCILE-FILE.

READ-RECONCILE-PENDING.
    READ PENDING-TRANSACTION-FILE
        AT END
            MOVE 'Y' TO WS-RCN-EOF
        NOT AT END
            ADD 1 TO WS-RCN-READ
            MOVE SPACES TO WS-RCN-KEY-WORK
            EVALUATE PND-CODE
                WHEN "B"
                    STRING PND-EMP-ID " B SEQ " PBX-SEQ
                        DELIMITED BY SIZE INTO WS-RCN-KEY-WORK
                WHEN "M"
                    STRING "DEPT " PDX-DEPT-CODE " " PDX-EFFECTIVE-DATE
                        DELIMITED BY SIZE INTO WS-RCN-KEY-WORK
                WHEN OTHER
                    STRING PND-EMP-ID " " PND-CODE " " PND-EFFECTIVE-DATE
                        DELIMITED BY SIZE INTO WS-RCN-KEY-WORK
            END-EVALUATE
            MOVE PND-EMP-ID TO WS-RCN-LOOK-ID
            EVALUATE PND-CODE
                WHEN "A"
                    MOVE PND-EMP-ID TO EMP-ID
                    READ EMPLOYEE-FILE
                        NOT INVALID KEY
                            ADD 1 TO WS-RCN-DUPS
                            MOVE 'W' TO WS-RCN-NEW-SEV
                            MOVE "add pending for employee already on master"
                                TO WS-RCN-DETAIL-TEXT
                            PERFORM WRITE-RECONCILE-DETAIL
                    END-READ
                WHEN "R"
                    MOVE PND-EMP-ID TO WS-ARC-LOOK-ID
                    PERFORM FIND-ARCHIVE-ENTRY
                    IF WS-ARC-MATCH-IDX = 0
                        ADD 1 TO WS-RCN-ORPHANS
                        MOVE 'W' TO WS-RCN-NEW-SEV
                        MOVE "orphan - reinstate for employee not on archive"
                            TO WS-RCN-DETAIL-TEXT
                        PERFORM WRITE-RECONCILE-DETAIL
                    END-IF
                WHEN "M"
                    CONTINUE
                WHEN OTHER
                    PERFORM CHECK-RECONCILE-EMPLOYEE
            END-EVALUATE
            PERFORM CHECK-RECONCILE-DUPLICATE
    END-READ.

RECONCILE-SUSPENSE.
    MOVE "SUSPENSE.DAT" TO WS-RCN-FILE-NAME
    MOVE 'W' TO WS-RCN-ARC-SEV
    MOVE 'W' TO WS-RCN-UNK-SEV
    MOVE 'W' TO WS-RCN-DUP-SEV
    OPEN INPUT SUSPENSE-FILE
    MOVE WS-SUSPENSE-STATUS TO WS-RCN-OPEN-STATUS
    PERFORM START-RECONCILE-FILE
    IF WS-RCN-OPEN-STATUS = "00"
        PERFORM READ-RECONCILE-SUSPENSE UNTIL WS-RCN-EOF = 'Y'
        CLOSE SUSPENSE-FILE
    END-IF
    PERFORM END-RECONCILE-FILE.

READ-RECONCILE-SUSPENSE.
    READ SUSPENSE-FILE
        AT END
            MOVE 'Y' TO WS-RCN-EOF
        NOT AT END
            ADD 1 TO WS-RCN-READ
            MOVE SPACES TO WS-RCN-KEY-WORK
            STRING SUSP-EMP-ID " " SUSP-ENTITY
                DELIMITED BY SIZE INTO WS-RCN-KEY-WORK
            MOVE SUSP-EMP-ID TO WS-RCN-LOOK-ID
            PERFORM CHECK-RECONCILE-EMPLOYEE
            PERFORM CHECK-RECONCILE-DUPLICATE
    END-READ.

RECONCILE-DEPARTMENT-MASTER.
    MOVE "DEPTMAST.DAT" TO WS-RCN-FILE-NAME
    MOVE 'W' TO WS-RCN-ORPHAN-SEV
    MOVE 'E' TO WS-RCN-MISS-SEV
    MOVE 'E' TO WS-RCN-DUP-SEV
    MOVE WS-DPM-STATUS TO WS-RCN-OPEN-STATUS
    PERFORM START-RECONCILE-FILE
    MOVE 'Y' TO WS-RCN-CHECK-MISSING
    IF WS-RCN-OPEN-STATUS = "00"
        PERFORM VARYING WS-DPM-SUB FROM 1 BY 1
            UNTIL WS-DPM-SUB > WS-DPM-COUNT
            PERFORM CHECK-RECONCILE-DEPT-VERSION
        END-PERFORM
    END-IF
    PERFORM END-RECONCILE-FILE.

CHECK-RECONCILE-DEPT-VERSION.
    ADD 1 TO WS-RCN-READ
    MOVE SPACES TO WS-RCN-KEY-WORK
    STRING WS-DPM-CODE(WS-DPM-SUB) " " WS-DPM-EFF-FROM(WS-DPM-SUB)
        DELIMITED BY SIZE INTO WS-RCN-KEY-WORK
    PERFORM CHECK-RECONCILE-DUPLICATE
    IF WS-DPM-EFF-FROM(WS-DPM-SUB) NOT > WS-HEADING-DATE AND
       (WS-DPM-EFF-TO(WS-DPM-SUB) = SPACES OR
        WS-DPM-EFF-TO(WS-DPM-SUB) NOT < WS-HEADING-DATE)
        MOVE WS-DPM-NAME(WS-DPM-SUB) TO WS-RCN-LOOK-DEPT
        PERFORM FIND-RECONCILE-DEPT
        IF WS-RCN-DEPT-SUB NOT = 0
            MOVE 'Y' TO WS-RCN-DEPT-HIT(WS-RCN-DEPT-SUB)
            IF WS-DPM-ACTIVE(WS-DPM-SUB) NOT = "A"
                ADD 1 TO WS-RCN-MISSING
                MOVE 'W' TO WS-RCN-NEW-SEV
                MOVE SPACES TO WS-RCN-DETAIL-TEXT
                STRING "inactive department still has "
                    WS-RCN-DEPT-STAFF(WS-RCN-DEPT-SUB) " employees"
                    DELIMITED BY SIZE INTO WS-RCN-DETAIL-TEXT
                PERFORM WRITE-RECONCILE-DETAIL
            END-IF
        END-IF
    END-IF.

RECONCILE-BUDGETS.
    MOVE "DEPTBUDG.DAT" TO WS-RCN-FILE-NAME
    MOVE 'W' TO WS-RCN-ORPHAN-SEV
    MOVE 'W' TO WS-RCN-MISS-SEV
    MOVE 'E' TO WS-RCN-DUP-SEV
    OPEN INPUT DEPT-BUDGET-FILE
    MOVE WS-BUDGET-STATUS TO WS-RCN-OPEN-STATUS
    PERFORM START-RECONCILE-FILE
    MOVE 'Y' TO WS-RCN-CHECK-MISSING
    IF WS-RCN-OPEN-STATUS = "00"
        PERFORM READ-RECONCILE-BUDGET UNTIL WS-RCN-EOF = 'Y'
        CLOSE DEPT-BUDGET-FILE
    END-IF
    PERFORM END-RECONCILE-FILE.

READ-RECONCILE-BUDGET.
    READ DEPT-BUDGET-FILE
        AT END
            MOVE 'Y' TO WS-RCN-EOF
        NOT AT END
            ADD 1 TO WS-RCN-READ
            MOVE BUDG-DEPT-NAME TO WS-RCN-KEY-WORK
            MOVE BUDG-DEPT-NAME TO WS-RCN-LOOK-DEPT
            PERFORM CHECK-RECONCILE-DEPT-RECORD
            PERFORM CHECK-RECONCILE-DUPLICATE
    END-READ.

RECONCILE-GL-MAPPING.
    MOVE "GLMAP.DAT" TO WS-RCN-FILE-NAME
    MOVE 'W' TO WS-RCN-ORPHAN-SEV
    MOVE 'E' TO WS-RCN-MISS-SEV
    MOVE 'E' TO WS-RCN-DUP-SEV
    OPEN INPUT GL-MAPPING-FILE
    MOVE WS-GLMAP-STATUS TO WS-RCN-OPEN-STATUS
    PERFORM START-RECONCILE-FILE
    MOVE 'Y' TO WS-RCN-CHECK-MISSING
    IF WS-RCN-OPEN-STATUS = "00"
        PERFORM READ-RECONCILE-GLMAP UNTIL WS-RCN-EOF = 'Y'
        CLOSE GL-MAPPING-FILE
    END-IF
    PERFORM END-RECONCILE-FILE.

READ-RECONCILE-GLMAP.
    READ GL-MAPPING-FILE
        AT END
            MOVE 'Y' TO WS-RCN-EOF
        NOT AT END
            ADD 1 TO WS-RCN-READ
            MOVE GLMAP-DEPT-NAME TO WS-RCN-KEY-WORK
            MOVE GLMAP-DEPT-NAME TO WS-RCN-LOOK-DEPT
            PERFORM CHECK-RECONCILE-DEPT-RECORD
            PERFORM CHECK-RECONCILE-DUPLICATE
    END-READ.

RECONCILE-ORG-HIERARCHY.
    MOVE "ORGHIER.DAT" TO WS-RCN-FILE-NAME
    MOVE 'W' TO WS-RCN-ORPHAN-SEV
    MOVE 'W' TO WS-RCN-MISS-SEV
    MOVE 'E' TO WS-RCN-DUP-SEV
    OPEN INPUT ORG-HIERARCHY-FILE
    MOVE WS-ORG-STATUS TO WS-RCN-OPEN-STATUS
    PERFORM START-RECONCILE-FILE
    MOVE 'Y' TO WS-RCN-CHECK-MISSING
    IF WS-RCN-OPEN-STATUS = "00"
        PERFORM READ-RECONCILE-ORG UNTIL WS-RCN-EOF = 'Y'
        CLOSE ORG-HIERARCHY-FILE
    END-IF
    PERFORM END-RECONCILE-FILE.

READ-RECONCILE-ORG.
    READ ORG-HIERARCHY-FILE
        AT END
            MOVE 'Y' TO WS-RCN-EOF
        NOT AT END
            ADD 1 TO WS-RCN-READ
            MOVE ORG-DEPT-NAME TO WS-RCN-KEY-WORK
            MOVE ORG-DEPT-NAME TO WS-RCN-LOOK-DEPT
            PERFORM CHECK-RECONCILE-DEPT-RECORD
            PERFORM CHECK-RECONCILE-DUPLICATE
    END-READ.

RECONCILE-DISTRIBUTION-LIST.
    MOVE "DISTLIST.DAT" TO WS-RCN-FILE-NAME
    MOVE 'W' TO WS-RCN-ORPHAN-SEV
    MOVE 'W' TO WS-RCN-MISS-SEV
    MOVE 'W' TO WS-RCN-DUP-SEV
    OPEN INPUT DISTRIBUTION-FILE
    MOVE WS-DIST-STATUS TO WS-RCN-OPEN-STATUS
    PERFORM START-RECONCILE-FILE
    MOVE 'Y' TO WS-RCN-CHECK-MISSING
    IF WS-RCN-OPEN-STATUS = "00"
        PERFORM READ-RECONCILE-DISTLIST UNTIL WS-RCN-EOF = 'Y'
        CLOSE DISTRIBUTION-FILE
    END-IF
    PERFORM END-RECONCILE-FILE.

READ-RECONCILE-DISTLIST.
    READ DISTRIBUTION-FILE
        AT END
            MOVE 'Y' TO WS-RCN-EOF
        NOT AT END
            ADD 1 TO WS-RCN-READ
            MOVE DIST-DEPT-NAME TO WS-RCN-KEY-WORK
            MOVE DIST-DEPT-NAME TO WS-RCN-LOOK-DEPT
            PERFORM CHECK-RECONCILE-DEPT-RECORD
            PERFORM CHECK-RECONCILE-DUPLICATE
    END-READ.

WRITE-RECONCILE-SUMMARY.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "RECONCILIATION SUMMARY" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "FILE          RECORDS  ORPHANS  MISSING  DUPLICATES  RESULT"
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE ALL "-" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-RCN-FILE-SUB FROM 1 BY 1
        UNTIL WS-RCN-FILE-SUB > WS-RCN-FILE-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING WS-RCN-F-NAME(WS-RCN-FILE-SUB) "  "
            WS-RCN-F-READ(WS-RCN-FILE-SUB) "    "
            WS-RCN-F-ORPHANS(WS-RCN-FILE-SUB) "    "
            WS-RCN-F-MISSING(WS-RCN-FILE-SUB) "    "
            WS-RCN-F-DUPS(WS-RCN-FILE-SUB) "       "
            WS-RCN-F-RESULT(WS-RCN-FILE-SUB)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    EVALUATE WS-RCN-RUN-SEV
        WHEN 'E'
            MOVE "*** RECONCILIATION FAILED - errors found; do not continue the payroll cycle ***"
                TO REPORT-LINE
        WHEN 'W'
            MOVE "*** RECONCILIATION COMPLETE WITH WARNINGS - review before the payroll cycle ***"
                TO REPORT-LINE
        WHEN OTHER
            MOVE "Reconciliation clean - all files agree with the employee master"
                TO REPORT-LINE
    END-EVALUATE
    WRITE REPORT-LINE
    IF WS-RCN-DEPT-OVERFLOW = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING "*** WARNING: " WS-RCN-DEPT-OVERFLOW-COUNT
            " employee(s) in departments beyond the table capacity "
            "of 100 - department checks incomplete ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-RCN-KEY-OVERFLOW = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING "*** WARNING: " WS-RCN-KEY-OVERFLOW-COUNT
            " record(s) beyond the key table capacity of 5000 were "
            "not checked for duplicates ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-ARC-OVERFLOW = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING "*** WARNING: " WS-ARC-OVERFLOW-COUNT
            " archive record(s) exceeded table capacity of 2000 - "
            "some orphans may be reported as unknown ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

RUN-PROJECTION-MODE.
    PERFORM SET-PROJECTION-HORIZON
    IF WS-ERROR-MESSAGE NOT = SPACES
        PERFORM DISPLAY-ERROR
    ELSE
        IF WS-CFG-REPORT-FILE NOT = SPACES
            MOVE WS-CFG-REPORT-FILE TO WS-REPORT-FILENAME
        ELSE
            MOVE "PROJECT.TXT" TO WS-REPORT-FILENAME
        END-IF
        OPEN OUTPUT REPORT-FILE
        IF NOT WS-REPORT-STATUS = "00"
            MOVE "Error opening report file" TO WS-ERROR-MESSAGE
            PERFORM DISPLAY-ERROR
        ELSE
            OPEN INPUT EMPLOYEE-FILE
            MOVE WS-EMPLOYEE-FILENAME TO WS-LOG-FILE-NAME
            MOVE WS-EMPLOYEE-STATUS TO WS-LOG-FILE-STATUS
            PERFORM LOG-FILE-STATUS
            IF NOT WS-EMPLOYEE-STATUS = "00"
                MOVE "Error opening employee file" TO WS-ERROR-MESSAGE
                PERFORM DISPLAY-ERROR
            ELSE
                PERFORM LOAD-PROJECTION-MASTER UNTIL WS-EOF = 'Y'
                CLOSE EMPLOYEE-FILE
                PERFORM LOAD-DEPARTMENT-BUDGETS
                PERFORM LOAD-ORG-HIERARCHY
                PERFORM LOAD-ARCHIVE-FILE
                IF WS-PRJ-MERIT = 'Y'
                    PERFORM LOAD-MERIT-RULES
                    PERFORM LOAD-PAY-BANDS
                END-IF
                PERFORM LOAD-PROJECTION-PENDING
                PERFORM VARYING WS-PRJ-MON FROM 1 BY 1
                    UNTIL WS-PRJ-MON > WS-PRJ-MONTHS
                    PERFORM PROJECT-ONE-MONTH
                END-PERFORM
                PERFORM WRITE-PROJECTION-REPORT
            END-IF
            CLOSE REPORT-FILE
        END-IF
    END-IF.

SET-PROJECTION-HORIZON.
    MOVE SPACES TO WS-ERROR-MESSAGE
    IF WS-CFG-PROJ-START NOT = SPACES
        MOVE WS-CFG-PROJ-START TO WS-PRJ-START-DATE
    ELSE
        IF WS-MONTH = 12
            MOVE 1 TO WS-NEXT-MONTH
            COMPUTE WS-NEXT-MONTH-YEAR = WS-YEAR + 1
        ELSE
            COMPUTE WS-NEXT-MONTH = WS-MONTH + 1
            MOVE WS-YEAR TO WS-NEXT-MONTH-YEAR
        END-IF
        MOVE SPACES TO WS-PRJ-START-DATE
        STRING WS-NEXT-MONTH-YEAR "-" WS-NEXT-MONTH "-01"
            DELIMITED BY SIZE INTO WS-PRJ-START-DATE
    END-IF
    IF WS-CFG-PROJ-MONTHS NOT = SPACES
        COMPUTE WS-PRJ-MONTHS-WORK =
            FUNCTION NUMVAL(WS-CFG-PROJ-MONTHS)
    ELSE
        MOVE 12 TO WS-PRJ-MONTHS-WORK
    END-IF
    IF FUNCTION UPPER-CASE(WS-CFG-PROJ-MERIT) = "Y"
        MOVE 'Y' TO WS-PRJ-MERIT
    END-IF
    MOVE WS-PRJ-START-DATE TO WS-DATE-TO-VALIDATE
    PERFORM VALIDATE-HIRE-DATE
    IF WS-VALID-DATE = 0
        MOVE "Invalid PROJECTION_START - projection run aborted"
            TO WS-ERROR-MESSAGE
    ELSE
        IF WS-PRJ-MONTHS-WORK < 1 OR WS-PRJ-MONTHS-WORK > 24
            MOVE "PROJECTION_MONTHS must be 1 to 24 - run aborted"
                TO WS-ERROR-MESSAGE
        ELSE
            MOVE SPACES TO WS-ERROR-MESSAGE
            MOVE WS-PRJ-MONTHS-WORK TO WS-PRJ-MONTHS
            MOVE WS-HIRE-YEAR TO WS-PRJ-START-YEAR
            MOVE WS-HIRE-MONTH TO WS-PRJ-START-MONTH
            PERFORM VARYING WS-PRJ-MON FROM 1 BY 1
                UNTIL WS-PRJ-MON > WS-PRJ-MONTHS
                COMPUTE WS-PRJ-MONTH-WORK =
                    WS-PRJ-START-MONTH + WS-PRJ-MON - 2
                COMPUTE WS-PRJ-YEAR-WORK = WS-PRJ-START-YEAR +
                    WS-PRJ-MONTH-WORK / 12
                COMPUTE WS-HIRE-MONTH =
                    FUNCTION MOD(WS-PRJ-MONTH-WORK, 12) + 1
                MOVE SPACES TO WS-PRJ-LABEL(WS-PRJ-MON)
                STRING WS-PRJ-YEAR-WORK "-" WS-HIRE-MONTH
                    DELIMITED BY SIZE INTO WS-PRJ-LABEL(WS-PRJ-MON)
            END-PERFORM
            IF WS-PRJ-MERIT = 'Y'
                PERFORM SET-MERIT-EFFECTIVE-DATE
                MOVE WS-MERIT-EFF-DATE TO WS-PRJ-DATE-WORK
                PERFORM SET-PROJECTION-MONTH
                MOVE WS-PRJ-MONTH-WORK TO WS-PRJ-MERIT-MONTH
            END-IF
        END-IF
    END-IF.

SET-PROJECTION-MONTH.
    MOVE 1 TO WS-PRJ-MONTH-WORK
    IF WS-PRJ-DATE-WORK NOT = SPACES
        MOVE WS-PRJ-DATE-WORK TO WS-DATE-TO-VALIDATE
        PERFORM VALIDATE-HIRE-DATE
        MOVE SPACES TO WS-ERROR-MESSAGE
        MOVE SPACES TO WS-ERROR-FIELD
        IF WS-VALID-DATE NOT = 0
            COMPUTE WS-PRJ-MONTH-WORK =
                (WS-HIRE-YEAR - WS-PRJ-START-YEAR) * 12 +
                WS-HIRE-MONTH - WS-PRJ-START-MONTH + 1
            IF WS-PRJ-MONTH-WORK < 1
                MOVE 1 TO WS-PRJ-MONTH-WORK
            END-IF
        END-IF
    END-IF.

LOAD-PROJECTION-MASTER.
    READ EMPLOYEE-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-EOF
        NOT AT END
            ADD 1 TO WS-PRJ-READ
            IF WS-PRJ-EMP-COUNT < 5000
                ADD 1 TO WS-PRJ-EMP-COUNT
                MOVE WS-PRJ-EMP-COUNT TO WS-PRJ-EMP-SUB
                MOVE EMP-ID TO WS-PRJ-E-ID(WS-PRJ-EMP-SUB)
                MOVE EMP-POSITION TO WS-PRJ-E-POSITION(WS-PRJ-EMP-SUB)
                MOVE EMP-SALARY TO WS-PRJ-E-SALARY(WS-PRJ-EMP-SUB)
                MOVE EMP-DEPARTMENT TO WS-DPM-LOOK
                PERFORM NORMALIZE-DEPARTMENT-NAME
                MOVE WS-DPM-LOOK TO WS-PRJ-E-DEPT(WS-PRJ-EMP-SUB)
                MOVE 'Y' TO WS-PRJ-E-ACTIVE(WS-PRJ-EMP-SUB)
            ELSE
                MOVE 'Y' TO WS-PRJ-EMP-OVERFLOW
                ADD 1 TO WS-PRJ-EMP-OVERFLOW-COUNT
            END-IF
    END-READ.

LOAD-PROJECTION-PENDING.
    MOVE 'N' TO WS-PRJ-PEND-EOF
    OPEN INPUT PENDING-TRANSACTION-FILE
    MOVE "PENDTXN.DAT" TO WS-LOG-FILE-NAME
    MOVE WS-PENDTXN-STATUS TO WS-LOG-FILE-STATUS
    PERFORM LOG-FILE-STATUS
    IF WS-PENDTXN-STATUS = "00"
        PERFORM READ-PROJECTION-PENDING UNTIL WS-PRJ-PEND-EOF = 'Y'
        CLOSE PENDING-TRANSACTION-FILE
    ELSE
        IF WS-PENDTXN-STATUS NOT = "35"
            MOVE "Error opening pending transaction file"
                TO WS-ERROR-MESSAGE
            PERFORM DISPLAY-ERROR
        END-IF
    END-IF.

READ-PROJECTION-PENDING.
    READ PENDING-TRANSACTION-FILE
        AT END
            MOVE 'Y' TO WS-PRJ-PEND-EOF
        NOT AT END
            ADD 1 TO WS-PRJ-PEND-READ
            PERFORM STORE-PROJECTION-PENDING
    END-READ.

STORE-PROJECTION-PENDING.
    MOVE PND-EFFECTIVE-DATE TO WS-PRJ-DATE-WORK
    PERFORM SET-PROJECTION-MONTH
    EVALUATE TRUE
        WHEN PND-CODE NOT = "A" AND PND-CODE NOT = "C" AND
             PND-CODE NOT = "D" AND PND-CODE NOT = "R"
            ADD 1 TO WS-PRJ-PEND-SKIPPED
        WHEN WS-PRJ-MERIT = 'Y' AND PND-ENTERED-BY = "MERITRUN"
            ADD 1 TO WS-PRJ-PEND-SKIPPED
        WHEN WS-PRJ-MONTH-WORK > WS-PRJ-MONTHS
            ADD 1 TO WS-PRJ-PEND-BEYOND
        WHEN WS-PRJ-TXN-COUNT NOT < 1000
            MOVE 'Y' TO WS-PRJ-TXN-OVERFLOW
            ADD 1 TO WS-PRJ-TXN-OVERFLOW-COUNT
        WHEN OTHER
            ADD 1 TO WS-PRJ-TXN-COUNT
            MOVE WS-PRJ-TXN-COUNT TO WS-PRJ-TXN-SUB
            MOVE PND-CODE TO WS-PRJ-T-CODE(WS-PRJ-TXN-SUB)
            MOVE PND-EMP-ID TO WS-PRJ-T-ID(WS-PRJ-TXN-SUB)
            MOVE WS-PRJ-MONTH-WORK TO WS-PRJ-T-MONTH(WS-PRJ-TXN-SUB)
            MOVE PND-EMP-POSITION TO WS-PRJ-T-POSITION(WS-PRJ-TXN-SUB)
            MOVE PND-EMP-SALARY TO WS-PRJ-T-SALARY(WS-PRJ-TXN-SUB)
            MOVE PND-EMP-DEPARTMENT TO WS-DPM-LOOK
            IF PND-CODE = "R"
                MOVE PND-EMP-ID TO WS-ARC-LOOK-ID
                PERFORM FIND-ARCHIVE-ENTRY
                IF WS-ARC-MATCH-IDX NOT = 0
                    MOVE WS-ARC-T-POSITION(WS-ARC-MATCH-IDX)
                        TO WS-PRJ-T-POSITION(WS-PRJ-TXN-SUB)
                    MOVE WS-ARC-T-SALARY(WS-ARC-MATCH-IDX)
                        TO WS-PRJ-T-SALARY(WS-PRJ-TXN-SUB)
                    MOVE WS-ARC-T-DEPT(WS-ARC-MATCH-IDX) TO WS-DPM-LOOK
                ELSE
                    MOVE "X" TO WS-PRJ-T-CODE(WS-PRJ-TXN-SUB)
                END-IF
            END-IF
            PERFORM NORMALIZE-DEPARTMENT-NAME
            MOVE WS-DPM-LOOK TO WS-PRJ-T-DEPT(WS-PRJ-TXN-SUB)
    END-EVALUATE.

PROJECT-ONE-MONTH.
    PERFORM VARYING WS-PRJ-TXN-SUB FROM 1 BY 1
        UNTIL WS-PRJ-TXN-SUB > WS-PRJ-TXN-COUNT
        IF WS-PRJ-T-MONTH(WS-PRJ-TXN-SUB) = WS-PRJ-MON
            PERFORM APPLY-PROJECTION-TRANSACTION
        END-IF
    END-PERFORM
    IF WS-PRJ-MERIT = 'Y' AND WS-PRJ-MERIT-MONTH = WS-PRJ-MON
        PERFORM VARYING WS-PRJ-EMP-SUB FROM 1 BY 1
            UNTIL WS-PRJ-EMP-SUB > WS-PRJ-EMP-COUNT
            PERFORM APPLY-PROJECTION-MERIT
        END-PERFORM
    END-IF
    PERFORM VARYING WS-PRJ-EMP-SUB FROM 1 BY 1
        UNTIL WS-PRJ-EMP-SUB > WS-PRJ-EMP-COUNT
        IF WS-PRJ-E-ACTIVE(WS-PRJ-EMP-SUB) = 'Y'
            MOVE WS-PRJ-E-DEPT(WS-PRJ-EMP-SUB) TO WS-PRJ-LOOK-DEPT
            PERFORM FIND-OR-ADD-PROJECTION-DEPT
            IF WS-PRJ-DEPT-SUB NOT = 0
                ADD 1 TO WS-PRJ-D-HC(WS-PRJ-DEPT-SUB, WS-PRJ-MON)
                ADD WS-PRJ-E-SALARY(WS-PRJ-EMP-SUB)
                    TO WS-PRJ-D-RATE(WS-PRJ-DEPT-SUB, WS-PRJ-MON)
            END-IF
        END-IF
    END-PERFORM.

FIND-PROJECTION-EMPLOYEE.
    MOVE 0 TO WS-PRJ-EMP-MATCH
    PERFORM VARYING WS-PRJ-EMP-SUB FROM 1 BY 1
        UNTIL WS-PRJ-EMP-SUB > WS-PRJ-EMP-COUNT
        OR WS-PRJ-EMP-MATCH NOT = 0
        IF WS-PRJ-E-ID(WS-PRJ-EMP-SUB) = WS-PRJ-LOOK-ID
            MOVE WS-PRJ-EMP-SUB TO WS-PRJ-EMP-MATCH
        END-IF
    END-PERFORM.

APPLY-PROJECTION-TRANSACTION.
    MOVE WS-PRJ-T-ID(WS-PRJ-TXN-SUB) TO WS-PRJ-LOOK-ID
    PERFORM FIND-PROJECTION-EMPLOYEE
    EVALUATE TRUE
        WHEN WS-PRJ-T-CODE(WS-PRJ-TXN-SUB) = "X"
            ADD 1 TO WS-PRJ-PEND-UNMATCHED
        WHEN WS-PRJ-T-CODE(WS-PRJ-TXN-SUB) = "D" OR
             WS-PRJ-T-CODE(WS-PRJ-TXN-SUB) = "C"
            IF WS-PRJ-EMP-MATCH = 0
                ADD 1 TO WS-PRJ-PEND-UNMATCHED
            ELSE
                IF WS-PRJ-E-ACTIVE(WS-PRJ-EMP-MATCH) NOT = 'Y'
                    ADD 1 TO WS-PRJ-PEND-UNMATCHED
                ELSE
                    IF WS-PRJ-T-CODE(WS-PRJ-TXN-SUB) = "D"
                        MOVE 'N' TO WS-PRJ-E-ACTIVE(WS-PRJ-EMP-MATCH)
                    ELSE
                        PERFORM MOVE-PROJECTION-TXN-FIELDS
                    END-IF
                    ADD 1 TO WS-PRJ-PEND-APPLIED
                END-IF
            END-IF
        WHEN OTHER
            IF WS-PRJ-EMP-MATCH = 0
                IF WS-PRJ-EMP-COUNT < 5000
                    ADD 1 TO WS-PRJ-EMP-COUNT
                    MOVE WS-PRJ-EMP-COUNT TO WS-PRJ-EMP-MATCH
                    MOVE WS-PRJ-LOOK-ID TO WS-PRJ-E-ID(WS-PRJ-EMP-MATCH)
                ELSE
                    MOVE 'Y' TO WS-PRJ-EMP-OVERFLOW
                    ADD 1 TO WS-PRJ-EMP-OVERFLOW-COUNT
                END-IF
            END-IF
            IF WS-PRJ-EMP-MATCH NOT = 0
                PERFORM MOVE-PROJECTION-TXN-FIELDS
                MOVE 'Y' TO WS-PRJ-E-ACTIVE(WS-PRJ-EMP-MATCH)
                ADD 1 TO WS-PRJ-PEND-APPLIED
            END-IF
    END-EVALUATE.

MOVE-PROJECTION-TXN-FIELDS.
    MOVE WS-PRJ-T-POSITION(WS-PRJ-TXN-SUB)
        TO WS-PRJ-E-POSITION(WS-PRJ-EMP-MATCH)
    MOVE WS-PRJ-T-SALARY(WS-PRJ-TXN-SUB)
        TO WS-PRJ-E-SALARY(WS-PRJ-EMP-MATCH)
    MOVE WS-PRJ-T-DEPT(WS-PRJ-TXN-SUB)
        TO WS-PRJ-E-DEPT(WS-PRJ-EMP-MATCH).

APPLY-PROJECTION-MERIT.
    IF WS-PRJ-E-ACTIVE(WS-PRJ-EMP-SUB) = 'Y'
        MOVE WS-PRJ-E-DEPT(WS-PRJ-EMP-SUB) TO EMP-DEPARTMENT
        MOVE WS-PRJ-E-POSITION(WS-PRJ-EMP-SUB) TO EMP-POSITION
        MOVE WS-PRJ-E-SALARY(WS-PRJ-EMP-SUB) TO EMP-SALARY
        PERFORM FIND-MERIT-RULE
        IF WS-MERIT-MATCH-IDX NOT = 0
            PERFORM CALCULATE-MERIT-SALARY
            IF WS-MERIT-NEW-SALARY > EMP-SALARY
                MOVE WS-MERIT-NEW-SALARY
                    TO WS-PRJ-E-SALARY(WS-PRJ-EMP-SUB)
                ADD 1 TO WS-PRJ-MERIT-APPLIED
            END-IF
        END-IF
    END-IF.

FIND-OR-ADD-PROJECTION-DEPT.
    PERFORM VARYING WS-PRJ-DEPT-SUB FROM 1 BY 1
        UNTIL WS-PRJ-DEPT-SUB > WS-PRJ-DEPT-COUNT
        OR WS-PRJ-D-NAME(WS-PRJ-DEPT-SUB) = WS-PRJ-LOOK-DEPT
    END-PERFORM
    IF WS-PRJ-DEPT-SUB > WS-PRJ-DEPT-COUNT
        IF WS-PRJ-DEPT-COUNT < 50
            ADD 1 TO WS-PRJ-DEPT-COUNT
            MOVE WS-PRJ-DEPT-COUNT TO WS-PRJ-DEPT-SUB
            MOVE WS-PRJ-LOOK-DEPT TO WS-PRJ-D-NAME(WS-PRJ-DEPT-SUB)
            MOVE 0 TO WS-PRJ-D-OVER-MON(WS-PRJ-DEPT-SUB)
            MOVE 0 TO WS-PRJ-D-TOTAL(WS-PRJ-DEPT-SUB)
            PERFORM VARYING WS-PRJ-MONTH-WORK FROM 1 BY 1
                UNTIL WS-PRJ-MONTH-WORK > 24
                MOVE 0 TO WS-PRJ-D-HC(WS-PRJ-DEPT-SUB, WS-PRJ-MONTH-WORK)
                MOVE 0
                    TO WS-PRJ-D-RATE(WS-PRJ-DEPT-SUB, WS-PRJ-MONTH-WORK)
            END-PERFORM
        ELSE
            MOVE 0 TO WS-PRJ-DEPT-SUB
            MOVE 'Y' TO WS-PRJ-DEPT-OVERFLOW
            ADD 1 TO WS-PRJ-DEPT-OVERFLOW-COUNT
        END-IF
    END-IF.

FIND-OR-ADD-PROJECTION-DIV.
    PERFORM VARYING WS-PRJ-DIV-SUB FROM 1 BY 1
        UNTIL WS-PRJ-DIV-SUB > WS-PRJ-DIV-COUNT
        OR WS-PRJ-V-NAME(WS-PRJ-DIV-SUB) = WS-DIV-NAME-WORK
    END-PERFORM
    IF WS-PRJ-DIV-SUB > WS-PRJ-DIV-COUNT
        IF WS-PRJ-DIV-COUNT < 20
            ADD 1 TO WS-PRJ-DIV-COUNT
            MOVE WS-PRJ-DIV-COUNT TO WS-PRJ-DIV-SUB
            MOVE WS-DIV-NAME-WORK TO WS-PRJ-V-NAME(WS-PRJ-DIV-SUB)
            MOVE 0 TO WS-PRJ-V-TOTAL(WS-PRJ-DIV-SUB)
            PERFORM VARYING WS-PRJ-MONTH-WORK FROM 1 BY 1
                UNTIL WS-PRJ-MONTH-WORK > 24
                MOVE 0 TO WS-PRJ-V-HC(WS-PRJ-DIV-SUB, WS-PRJ-MONTH-WORK)
                MOVE 0
                    TO WS-PRJ-V-RATE(WS-PRJ-DIV-SUB, WS-PRJ-MONTH-WORK)
            END-PERFORM
        ELSE
            MOVE 0 TO WS-PRJ-DIV-SUB
            MOVE 'Y' TO WS-PRJ-DIV-OVERFLOW
            ADD 1 TO WS-PRJ-DIV-OVERFLOW-COUNT
        END-IF
    END-IF.

WRITE-PROJECTION-REPORT.
    MOVE SPACES TO REPORT-LINE
    STRING "FORWARD SALARY COST PROJECTION AS OF " WS-HEADING-DATE
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Horizon: " WS-PRJ-MONTHS " month(s), "
        WS-PRJ-LABEL(1) " through " WS-PRJ-LABEL(WS-PRJ-MONTHS)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    EVALUATE TRUE
        WHEN WS-PRJ-MERIT NOT = 'Y'
            MOVE "Merit scenario: none" TO REPORT-LINE
        WHEN WS-PRJ-MERIT-MONTH > WS-PRJ-MONTHS
            STRING "Merit scenario: MERITRUL.DAT effective "
                WS-MERIT-EFF-DATE " - beyond horizon, not applied"
                DELIMITED BY SIZE INTO REPORT-LINE
        WHEN OTHER
            STRING "Merit scenario: MERITRUL.DAT effective "
                WS-MERIT-EFF-DATE
                DELIMITED BY SIZE INTO REPORT-LINE
    END-EVALUATE
    WRITE REPORT-LINE
    MOVE "Planning view only - nothing is posted to history, GL or the master"
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "PROJECTED COST BY DEPARTMENT" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE ALL "=" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-PRJ-DEPT-SUB FROM 1 BY 1
        UNTIL WS-PRJ-DEPT-SUB > WS-PRJ-DEPT-COUNT
        PERFORM WRITE-PROJECTION-DEPT
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "PROJECTED COST BY DIVISION" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE ALL "=" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-PRJ-DIV-SUB FROM 1 BY 1
        UNTIL WS-PRJ-DIV-SUB > WS-PRJ-DIV-COUNT
        PERFORM WRITE-PROJECTION-DIV
    END-PERFORM
    PERFORM WRITE-PROJECTION-SUMMARY.

WRITE-PROJECTION-DEPT.
    MOVE WS-PRJ-D-NAME(WS-PRJ-DEPT-SUB) TO WS-BUDG-LOOK-NAME
    PERFORM FIND-DEPARTMENT-BUDGET
    MOVE WS-PRJ-D-NAME(WS-PRJ-DEPT-SUB) TO WS-DIV-LOOK-DEPT
    PERFORM FIND-DIVISION-FOR-DEPT
    IF WS-DIV-NAME-WORK = SPACES
        MOVE "UNASSIGNED" TO WS-DIV-NAME-WORK
    END-IF
    PERFORM FIND-OR-ADD-PROJECTION-DIV
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    IF WS-BUDGET-MATCH-IDX = 0
        ADD 1 TO WS-PRJ-NOBUDG-DEPTS
        STRING "DEPARTMENT: " WS-PRJ-D-NAME(WS-PRJ-DEPT-SUB)
            "  DIVISION: " WS-DIV-NAME-WORK
            "  ANNUAL CEILING: none on file"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        MOVE WS-BUDGET-CEILING(WS-BUDGET-MATCH-IDX) TO WS-PRJ-CEIL-EDIT
        STRING "DEPARTMENT: " WS-PRJ-D-NAME(WS-PRJ-DEPT-SUB)
            "  DIVISION: " WS-DIV-NAME-WORK
            "  ANNUAL CEILING: $" FUNCTION TRIM(WS-PRJ-CEIL-EDIT)
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    MOVE "  MONTH    HEADCOUNT   MONTHLY COST   ANNUAL RUN-RATE"
        TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-PRJ-MON FROM 1 BY 1
        UNTIL WS-PRJ-MON > WS-PRJ-MONTHS
        PERFORM WRITE-PROJECTION-DEPT-MONTH
    END-PERFORM
    MOVE WS-PRJ-D-TOTAL(WS-PRJ-DEPT-SUB) TO WS-PRJ-COST-EDIT
    MOVE SPACES TO REPORT-LINE
    EVALUATE TRUE
        WHEN WS-BUDGET-MATCH-IDX = 0
            STRING "  Horizon cost: $" FUNCTION TRIM(WS-PRJ-COST-EDIT)
                "  - no budget on file"
                DELIMITED BY SIZE INTO REPORT-LINE
        WHEN WS-PRJ-D-OVER-MON(WS-PRJ-DEPT-SUB) = 0
            STRING "  Horizon cost: $" FUNCTION TRIM(WS-PRJ-COST-EDIT)
                "  - within ceiling for the horizon"
                DELIMITED BY SIZE INTO REPORT-LINE
        WHEN OTHER
            ADD 1 TO WS-PRJ-OVER-DEPTS
            STRING "  Horizon cost: $" FUNCTION TRIM(WS-PRJ-COST-EDIT)
                "  *** PROJECTED OVER CEILING FROM "
                WS-PRJ-LABEL(WS-PRJ-D-OVER-MON(WS-PRJ-DEPT-SUB))
                " ***"
                DELIMITED BY SIZE INTO REPORT-LINE
    END-EVALUATE
    WRITE REPORT-LINE.

WRITE-PROJECTION-DEPT-MONTH.
    COMPUTE WS-PRJ-COST-WORK ROUNDED =
        WS-PRJ-D-RATE(WS-PRJ-DEPT-SUB, WS-PRJ-MON) / 12
    ADD WS-PRJ-COST-WORK TO WS-PRJ-D-TOTAL(WS-PRJ-DEPT-SUB)
    IF WS-PRJ-DIV-SUB NOT = 0
        ADD WS-PRJ-COST-WORK TO WS-PRJ-V-TOTAL(WS-PRJ-DIV-SUB)
        ADD WS-PRJ-D-HC(WS-PRJ-DEPT-SUB, WS-PRJ-MON)
            TO WS-PRJ-V-HC(WS-PRJ-DIV-SUB, WS-PRJ-MON)
        ADD WS-PRJ-D-RATE(WS-PRJ-DEPT-SUB, WS-PRJ-MON)
            TO WS-PRJ-V-RATE(WS-PRJ-DIV-SUB, WS-PRJ-MON)
    END-IF
    MOVE WS-PRJ-D-HC(WS-PRJ-DEPT-SUB, WS-PRJ-MON) TO WS-PRJ-HC-EDIT
    MOVE WS-PRJ-COST-WORK TO WS-PRJ-COST-EDIT
    MOVE WS-PRJ-D-RATE(WS-PRJ-DEPT-SUB, WS-PRJ-MON) TO WS-PRJ-RATE-EDIT
    MOVE SPACES TO REPORT-LINE
    IF WS-BUDGET-MATCH-IDX NOT = 0 AND
       WS-PRJ-D-RATE(WS-PRJ-DEPT-SUB, WS-PRJ-MON) >
       WS-BUDGET-CEILING(WS-BUDGET-MATCH-IDX)
        IF WS-PRJ-D-OVER-MON(WS-PRJ-DEPT-SUB) = 0
            MOVE WS-PRJ-MON TO WS-PRJ-D-OVER-MON(WS-PRJ-DEPT-SUB)
        END-IF
        STRING "  " WS-PRJ-LABEL(WS-PRJ-MON) "  " WS-PRJ-HC-EDIT
            "     " WS-PRJ-COST-EDIT "  " WS-PRJ-RATE-EDIT
            "  OVER CEILING"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "  " WS-PRJ-LABEL(WS-PRJ-MON) "  " WS-PRJ-HC-EDIT
            "     " WS-PRJ-COST-EDIT "  " WS-PRJ-RATE-EDIT
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE.

WRITE-PROJECTION-DIV.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "DIVISION: " WS-PRJ-V-NAME(WS-PRJ-DIV-SUB)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "  MONTH    HEADCOUNT   MONTHLY COST   ANNUAL RUN-RATE"
        TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-PRJ-MON FROM 1 BY 1
        UNTIL WS-PRJ-MON > WS-PRJ-MONTHS
        COMPUTE WS-PRJ-COST-WORK ROUNDED =
            WS-PRJ-V-RATE(WS-PRJ-DIV-SUB, WS-PRJ-MON) / 12
        MOVE WS-PRJ-V-HC(WS-PRJ-DIV-SUB, WS-PRJ-MON) TO WS-PRJ-HC-EDIT
        MOVE WS-PRJ-COST-WORK TO WS-PRJ-COST-EDIT
        MOVE WS-PRJ-V-RATE(WS-PRJ-DIV-SUB, WS-PRJ-MON)
            TO WS-PRJ-RATE-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING "  " WS-PRJ-LABEL(WS-PRJ-MON) "  " WS-PRJ-HC-EDIT
            "     " WS-PRJ-COST-EDIT "  " WS-PRJ-RATE-EDIT
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM
    MOVE WS-PRJ-V-TOTAL(WS-PRJ-DIV-SUB) TO WS-PRJ-COST-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING "  Horizon cost: $" FUNCTION TRIM(WS-PRJ-COST-EDIT)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

WRITE-PROJECTION-SUMMARY.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Employees on master: " WS-PRJ-READ
        ", Pending read: " WS-PRJ-PEND-READ
        ", applied: " WS-PRJ-PEND-APPLIED
        ", beyond horizon: " WS-PRJ-PEND-BEYOND
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Pending not projected (bank/department/merit replaced): "
        WS-PRJ-PEND-SKIPPED
        ", no matching employee: " WS-PRJ-PEND-UNMATCHED
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Merit increases in scenario: " WS-PRJ-MERIT-APPLIED
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "Departments projected over ceiling: " WS-PRJ-OVER-DEPTS
        ", with no budget on file: " WS-PRJ-NOBUDG-DEPTS
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-PRJ-EMP-OVERFLOW = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING "*** WARNING: " WS-PRJ-EMP-OVERFLOW-COUNT
            " employee(s) exceeded table capacity of 5000 and were "
            "not projected ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-PRJ-TXN-OVERFLOW = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING "*** WARNING: " WS-PRJ-TXN-OVERFLOW-COUNT
            " pending transaction(s) exceeded table capacity of 1000 "
            "and were not projected ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-PRJ-DEPT-OVERFLOW = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING "*** WARNING: " WS-PRJ-DEPT-OVERFLOW-COUNT
            " employee-month(s) in departments beyond the table "
            "capacity of 50 were not projected ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-PRJ-DIV-OVERFLOW = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING "*** WARNING: " WS-PRJ-DIV-OVERFLOW-COUNT
            " department(s) in divisions beyond the table capacity "
            "of 20 are missing from the division section ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE "INFO " TO WS-LOG-SEVERITY
    MOVE SPACES TO WS-LOG-TEXT
    STRING "Projection - " WS-PRJ-MONTHS " month(s) from "
        WS-PRJ-LABEL(1) ", " WS-PRJ-OVER-DEPTS
        " department(s) projected over ceiling"
        DELIMITED BY SIZE INTO WS-LOG-TEXT
    PERFORM LOG-RUN-MESSAGE.

RUN-LOAD-MODE.
    IF WS-CFG-LOAD-FILE = SPACES
    MOVE LOAD-EMP-SALARY TO EMP-SALARY
    MOVE LOAD-EMP-DEPARTMENT TO EMP-DEPARTMENT
    MOVE LOAD-EMP-HIRE-DATE TO EMP-HIRE-DATE
    MOVE 'Y' TO WS-DPM-FOUND
    MOVE 'Y' TO WS-DPM-RES-ACTIVE
    IF WS-DPM-PRESENT = 'Y'
        PERFORM VALIDATE-LOAD-DEPARTMENT
    END-IF
    IF WS-DPM-FOUND = 'Y' AND WS-DPM-RES-ACTIVE = 'Y'
        WRITE EMPLOYEE-RECORD
            INVALID KEY
                DISPLAY "*** WARNING: Duplicate EMP-ID " EMP-ID
                    " rejected during load ***"
                ADD 1 TO WS-LOAD-DUPLICATES
            NOT INVALID KEY
                ADD 1 TO WS-LOAD-WRITTEN
        END-WRITE
    END-IF.

VALIDATE-LOAD-DEPARTMENT.
    MOVE EMP-DEPARTMENT TO WS-DPM-LOOK
    MOVE WS-HEADING-DATE TO WS-DPM-AS-OF
    PERFORM RESOLVE-DEPARTMENT
    EVALUATE TRUE
        WHEN WS-DPM-FOUND = 'N'
            DISPLAY "*** WARNING: EMP-ID " EMP-ID
                " unknown department " FUNCTION TRIM(EMP-DEPARTMENT)
                " rejected during load ***"
            ADD 1 TO WS-LOAD-DEPT-REJECTED
        WHEN WS-DPM-RES-ACTIVE = 'N'
            DISPLAY "*** WARNING: EMP-ID " EMP-ID
                " inactive department " FUNCTION TRIM(EMP-DEPARTMENT)
                " rejected during load ***"
            ADD 1 TO WS-LOAD-DEPT-REJECTED
        WHEN OTHER
            MOVE WS-DPM-RES-CODE TO EMP-DEPARTMENT
    END-EVALUATE.

WRITE-LOAD-SUMMARY.
    DISPLAY "LOAD RUN COMPLETE"
    DISPLAY "Records Read: " WS-LOAD-READ
    DISPLAY "Records Loaded: " WS-LOAD-WRITTEN
    DISPLAY "Duplicate Keys Rejected: " WS-LOAD-DUPLICATES
    DISPLAY "Department Rejected: " WS-LOAD-DEPT-REJECTED
    DISPLAY "Employee master written to: "
        FUNCTION TRIM(WS-EMPLOYEE-FILENAME).

            TO WS-ERROR-MESSAGE
        PERFORM DISPLAY-ERROR
    ELSE
        PERFORM SET-MERIT-EFFECTIVE-DATE
        PERFORM LOAD-DEPARTMENT-BUDGETS
        PERFORM LOAD-PAY-BANDS
        IF WS-CFG-REPORT-FILE NOT = SPACES
        END-IF
    END-IF.

SET-MERIT-EFFECTIVE-DATE.
    IF WS-CFG-MERIT-EFF NOT = SPACES
        MOVE WS-CFG-MERIT-EFF TO WS-MERIT-EFF-DATE
    ELSE
        IF WS-MONTH = 12
            MOVE 1 TO WS-NEXT-MONTH
            COMPUTE WS-NEXT-MONTH-YEAR = WS-YEAR + 1
        ELSE
            COMPUTE WS-NEXT-MONTH = WS-MONTH + 1
            MOVE WS-YEAR TO WS-NEXT-MONTH-YEAR
        END-IF
        MOVE SPACES TO WS-MERIT-EFF-DATE
        STRING WS-NEXT-MONTH-YEAR "-" WS-NEXT-MONTH "-01"
            DELIMITED BY SIZE INTO WS-MERIT-EFF-DATE
    END-IF.

LOAD-MERIT-RULES.
    MOVE 'N' TO WS-MERIT-EOF
    OPEN INPUT MERIT-RULE-FILE
STORE-MERIT-RULE-RECORD.
    IF WS-MERIT-COUNT < 50
        ADD 1 TO WS-MERIT-COUNT
        MOVE MER-DEPT-NAME TO WS-DPM-LOOK
        PERFORM NORMALIZE-DEPARTMENT-NAME
        MOVE WS-DPM-LOOK TO WS-MER-DEPT(WS-MERIT-COUNT)
        MOVE FUNCTION UPPER-CASE(MER-POSITION)
            TO WS-MER-POSITION(WS-MERIT-COUNT)
        MOVE FUNCTION UPPER-CASE(MER-METHOD)
            MOVE 'Y' TO WS-EOF
        NOT AT END
            ADD 1 TO WS-MERIT-READ
            MOVE EMP-DEPARTMENT TO WS-MERIT-DEPT-CODE
            MOVE EMP-DEPARTMENT TO WS-DPM-LOOK
            PERFORM NORMALIZE-DEPARTMENT-NAME
            MOVE WS-DPM-LOOK TO EMP-DEPARTMENT
            PERFORM PROPOSE-ONE-MERIT-INCREASE.

PROPOSE-ONE-MERIT-INCREASE.
        MOVE EMP-SALARY TO WS-MERIT-NEW-SALARY
        PERFORM UPDATE-MERIT-DEPT-TOTALS
    ELSE
        PERFORM CALCULATE-MERIT-SALARY
        IF WS-MERIT-NEW-SALARY <= EMP-SALARY
            ADD 1 TO WS-MERIT-NOINCREASE
            MOVE SPACES TO REPORT-LINE
        END-IF
    END-IF.

CALCULATE-MERIT-SALARY.
    IF WS-MER-METHOD(WS-MERIT-MATCH-IDX) = "P"
        COMPUTE WS-MERIT-NEW-SALARY ROUNDED = EMP-SALARY *
            (100 + WS-MER-AMOUNT(WS-MERIT-MATCH-IDX)) / 100
    ELSE
        COMPUTE WS-MERIT-NEW-SALARY = EMP-SALARY +
            WS-MER-AMOUNT(WS-MERIT-MATCH-IDX)
    END-IF
    MOVE 'N' TO WS-MERIT-CAPPED
    MOVE FUNCTION UPPER-CASE(EMP-POSITION) TO WS-COMP-POS-UPPER
    MOVE 0 TO WS-PAYBAND-MATCH-IDX
    PERFORM VARYING WS-PAYBAND-IDX FROM 1 BY 1
        UNTIL WS-PAYBAND-IDX > WS-PAYBAND-COUNT
        OR WS-PAYBAND-MATCH-IDX NOT = 0
        IF WS-PAYBAND-POSITION(WS-PAYBAND-IDX) = WS-COMP-POS-UPPER
            MOVE WS-PAYBAND-IDX TO WS-PAYBAND-MATCH-IDX
        END-IF
    END-PERFORM
    IF WS-PAYBAND-MATCH-IDX NOT = 0 AND
       WS-MERIT-NEW-SALARY > WS-PAYBAND-MAX(WS-PAYBAND-MATCH-IDX)
        MOVE WS-PAYBAND-MAX(WS-PAYBAND-MATCH-IDX)
            TO WS-MERIT-NEW-SALARY
        MOVE 'Y' TO WS-MERIT-CAPPED
        ADD 1 TO WS-MERIT-CAPPED-COUNT
    END-IF
    MOVE 'N' TO WS-MERIT-LIMIT-CAPPED
    IF WS-MERIT-NEW-SALARY > 9999999.99
        MOVE 9999999.99 TO WS-MERIT-NEW-SALARY
        MOVE 'Y' TO WS-MERIT-LIMIT-CAPPED
        ADD 1 TO WS-MERIT-LIMIT-COUNT
    END-IF.

FIND-MERIT-RULE.
    MOVE 0 TO WS-MERIT-MATCH-IDX
    MOVE 0 TO WS-MERIT-BEST-SCORE
    MOVE EMP-NAME TO TXN-EMP-NAME
    MOVE EMP-POSITION TO TXN-EMP-POSITION
    MOVE WS-MERIT-NEW-SALARY TO TXN-EMP-SALARY
    MOVE WS-MERIT-DEPT-CODE TO TXN-EMP-DEPARTMENT
    MOVE EMP-HIRE-DATE TO TXN-EMP-HIRE-DATE
    MOVE WS-MERIT-EFF-DATE TO TXN-EFFECTIVE-DATE
    MOVE "MERITRUN" TO TXN-ENTERED-BY
    MOVE SPACES TO TXN-APPROVED-BY
    MOVE SPACES TO TXN-APPROVED-BY-2
    WRITE EMPLOYEE-TRANSACTION-RECORD.

WRITE-MERIT-PROPOSAL-LINE.
            ADD WS-ACS-HOURS(WS-ACS-MATCH-IDX)
                TO WS-LVB-T-ACCRUED(WS-LVB-SUB)
            MOVE EMP-NAME TO WS-LVB-T-NAME(WS-LVB-SUB)
            MOVE EMP-DEPARTMENT TO WS-DPM-LOOK
            PERFORM NORMALIZE-DEPARTMENT-NAME
            MOVE WS-DPM-LOOK TO WS-LVB-T-DEPT(WS-LVB-SUB)
            MOVE 'Y' TO WS-LVB-T-ACTIVE(WS-LVB-SUB)
            ADD 1 TO WS-ACCR-POSTED
        END-IF
    PERFORM LOAD-DEDUCTIONS
    PERFORM LOAD-ALLOCATIONS
    PERFORM LOAD-ORG-HIERARCHY
    PERFORM LOAD-POSITION-CONTROL
    PERFORM LOAD-SUSPENSE-FILE
    IF WS-BURST-REPORTS = 'Y'
        PERFORM LOAD-DISTRIBUTION-LIST
STORE-DISTRIBUTION-RECORD.
    IF WS-DIST-COUNT < 20
        ADD 1 TO WS-DIST-COUNT
        MOVE DIST-DEPT-NAME TO WS-DPM-LOOK
        PERFORM NORMALIZE-DEPARTMENT-NAME
        MOVE WS-DPM-LOOK TO WS-DIST-DEPT(WS-DIST-COUNT)
        MOVE DIST-FILE-NAME TO WS-DIST-FILE(WS-DIST-COUNT)
        MOVE DIST-RECIPIENT TO WS-DIST-RECIP(WS-DIST-COUNT)
    ELSE
    IF WS-ALLOC-COUNT < 2000
        ADD 1 TO WS-ALLOC-COUNT
        MOVE ALC-EMP-ID TO WS-ALLOC-EMP-ID(WS-ALLOC-COUNT)
        MOVE ALC-DEPT-NAME TO WS-DPM-LOOK
        PERFORM NORMALIZE-DEPARTMENT-NAME
        MOVE WS-DPM-LOOK TO WS-ALLOC-DEPT(WS-ALLOC-COUNT)
        MOVE ALC-PERCENT TO WS-ALLOC-PCT(WS-ALLOC-COUNT)
        MOVE SPACE TO WS-ALLOC-VALID(WS-ALLOC-COUNT)
    ELSE
        PERFORM DISPLAY-ERROR
    ELSE
        PERFORM LOAD-YTD-MASTER
        PERFORM LOAD-LIABILITY-MAPPING
        PERFORM ESTABLISH-PERIOD-POSTING
        PERFORM LOAD-BANK-MASTER
        IF WS-BANK-STATUS = "00"
            IF WS-PERIOD-POSTING = 'S'
                MOVE "INFO " TO WS-LOG-SEVERITY
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Period " WS-GL-PERIOD
                    " closed - bank payment file BANKPAY.DAT not"
                    " regenerated"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM LOG-RUN-MESSAGE
            ELSE
                PERFORM OPEN-BANK-PAYMENT-FILE
            END-IF
        END-IF
        MOVE SPACES TO PAYREG-LINE
        STRING "PAYROLL REGISTER AS OF " WS-HEADING-DATE
            DELIMITED BY SIZE INTO PAYREG-LINE
STORE-GLMAP-RECORD.
    IF WS-GLMAP-COUNT < 20
        ADD 1 TO WS-GLMAP-COUNT
        MOVE GLMAP-DEPT-NAME TO WS-DPM-LOOK
        PERFORM NORMALIZE-DEPARTMENT-NAME
        MOVE WS-DPM-LOOK TO WS-GLMAP-DEPT-NAME(WS-GLMAP-COUNT)
        MOVE GLMAP-ACCOUNT TO WS-GLMAP-ACCOUNT(WS-GLMAP-COUNT)
    ELSE
        MOVE 'Y' TO WS-GLMAP-OVERFLOW
STORE-BUDGET-RECORD.
    IF WS-BUDGET-COUNT < 20
        ADD 1 TO WS-BUDGET-COUNT
        MOVE BUDG-DEPT-NAME TO WS-DPM-LOOK
        PERFORM NORMALIZE-DEPARTMENT-NAME
        MOVE WS-DPM-LOOK TO WS-BUDGET-DEPT-NAME(WS-BUDGET-COUNT)
        MOVE BUDG-CEILING TO WS-BUDGET-CEILING(WS-BUDGET-COUNT)
    ELSE
        MOVE 'Y' TO WS-BUDGET-OVERFLOW
    END-IF.

INITIALIZE-REPORT.
    PERFORM SET-RUN-DATE
    IF WS-MONTH = 12
        MOVE 1 TO WS-NEXT-MONTH
        COMPUTE WS-NEXT-MONTH-YEAR = WS-YEAR + 1
VALIDATE-RECORD.
    MOVE SPACES TO WS-ERROR-MESSAGE
    MOVE SPACES TO WS-ERROR-FIELD
    MOVE EMP-DEPARTMENT TO WS-DPM-LOOK
    PERFORM NORMALIZE-DEPARTMENT-NAME
    MOVE WS-DPM-LOOK TO EMP-DEPARTMENT
    IF EMP-ID = ZEROS
        MOVE "EMP-ID" TO WS-ERROR-FIELD
        MOVE "Invalid Employee ID" TO WS-ERROR-MESSAGE
        PERFORM CHECK-PAY-BAND-COMPLIANCE
    END-IF
    PERFORM CHECK-SERVICE-MILESTONES
    IF WS-POSCTL-COUNT > 0
        MOVE RPT-EMP-DEPARTMENT TO WS-POS-LOOK-DEPT
        MOVE FUNCTION UPPER-CASE(RPT-EMP-POSITION)
            TO WS-POS-LOOK-POSITION
        PERFORM FIND-OR-ADD-POSITION-SLOT
        IF WS-POSSLOT-SUB NOT = 0
            ADD 1 TO WS-POSSLOT-FILLED(WS-POSSLOT-SUB)
        END-IF
    END-IF
    IF WS-PAYREG-STATUS = "00"
        PERFORM WRITE-PAYROLL-REGISTER-LINE
    END-IF
    COMPUTE WS-PAY-NET = WS-PAY-GROSS - WS-PAY-TOTAL-DED
    PERFORM ACCUMULATE-PAYROLL-TOTALS
    PERFORM UPDATE-YTD-TOTALS
    IF WS-BANKPAY-OPEN = 'Y' AND WS-PAY-NET > 0
        PERFORM PAY-DIRECT-DEPOSIT
    END-IF
    MOVE WS-PAY-GROSS TO WS-PAY-GROSS-EDIT
    MOVE WS-PAY-TAX TO WS-PAY-TAX-EDIT
    MOVE WS-PAY-INS TO WS-PAY-INS-EDIT
    ADD WS-PAY-GROSS TO WS-PAYGRAND-GROSS
    ADD WS-PAY-TOTAL-DED TO WS-PAYGRAND-DED
    ADD WS-PAY-NET TO WS-PAYGRAND-NET
    ADD WS-PAY-TAX TO WS-JRNL-CR-AMOUNT(1)
    ADD WS-PAY-INS TO WS-JRNL-CR-AMOUNT(2)
    ADD WS-PAY-RET TO WS-JRNL-CR-AMOUNT(3)
    ADD WS-PAY-GARN TO WS-JRNL-CR-AMOUNT(4)
    ADD WS-PAY-NET TO WS-JRNL-CR-AMOUNT(5)
    PERFORM VARYING WS-PAYDEPT-SUB FROM 1 BY 1
        UNTIL WS-PAYDEPT-SUB > WS-PAYDEPT-COUNT
        OR WS-PAYDEPT-NAME(WS-PAYDEPT-SUB) = RPT-EMP-DEPARTMENT
                DELIMITED BY SIZE INTO PAYREG-LINE
            WRITE PAYREG-LINE
        END-IF
        IF WS-BANKPAY-OPEN = 'Y'
            PERFORM CLOSE-BANK-PAYMENT-FILE
            IF WS-JRNL-REFUSED = 'Y'
                PERFORM WITHDRAW-BANK-PAYMENT-FILE
            END-IF
            PERFORM WRITE-DIRECT-DEPOSIT-SECTION
        END-IF
        PERFORM WRITE-PAYROLL-JOURNAL
        CLOSE PAYROLL-REGISTER-FILE
        PERFORM REWRITE-YTD-MASTER
    END-IF.

WITHDRAW-BANK-PAYMENT-FILE.
    OPEN OUTPUT BANK-PAYMENT-FILE
    IF WS-BANKPAY-STATUS = "00"
        CLOSE BANK-PAYMENT-FILE
    END-IF
    MOVE "WARN " TO WS-LOG-SEVERITY
    MOVE "Bank payment file BANKPAY.DAT withdrawn - payroll journal not posted"
        TO WS-LOG-TEXT
    PERFORM LOG-RUN-MESSAGE
    PERFORM SET-WARNING-EXIT.

COMPUTE-JOURNAL-TOTALS.
    MOVE 0 TO WS-JRNL-DEBIT-TOTAL
    MOVE 0 TO WS-JRNL-CREDIT-TOTAL
    PERFORM VARYING WS-PAYDEPT-SUB FROM 1 BY 1
        UNTIL WS-PAYDEPT-SUB > WS-PAYDEPT-COUNT
        ADD WS-PAYDEPT-GROSS(WS-PAYDEPT-SUB) TO WS-JRNL-DEBIT-TOTAL
    END-PERFORM
    PERFORM VARYING WS-JRNL-SUB FROM 1 BY 1 UNTIL WS-JRNL-SUB > 5
        ADD WS-JRNL-CR-AMOUNT(WS-JRNL-SUB) TO WS-JRNL-CREDIT-TOTAL
    END-PERFORM.

WRITE-PAYROLL-JOURNAL.
    MOVE 0 TO WS-JRNL-LINES
    MOVE 0 TO WS-JRNL-UNMAPPED
    PERFORM COMPUTE-JOURNAL-TOTALS
    MOVE WS-JRNL-DEBIT-TOTAL TO WS-JRNL-DEBIT-EDIT
    MOVE WS-JRNL-CREDIT-TOTAL TO WS-JRNL-CREDIT-EDIT
    MOVE SPACES TO PAYREG-LINE
    WRITE PAYREG-LINE
    MOVE "PAYROLL LIABILITY JOURNAL" TO PAYREG-LINE
    WRITE PAYREG-LINE
    MOVE ALL "-" TO PAYREG-LINE
    WRITE PAYREG-LINE
    MOVE SPACES TO PAYREG-LINE
    STRING "Period " WS-GL-PERIOD
        ": Debits $" FUNCTION TRIM(WS-JRNL-DEBIT-EDIT)
        ", Credits $" FUNCTION TRIM(WS-JRNL-CREDIT-EDIT)
        DELIMITED BY SIZE INTO PAYREG-LINE
    WRITE PAYREG-LINE
    IF WS-JRNL-DEBIT-TOTAL NOT = WS-JRNL-CREDIT-TOTAL
        MOVE "*** JOURNAL OUT OF BALANCE - payroll journal was not posted and the period was not closed ***"
            TO PAYREG-LINE
        WRITE PAYREG-LINE
        MOVE "Payroll journal out of balance - not posted"
            TO WS-ERROR-MESSAGE
        PERFORM DISPLAY-ERROR
    ELSE
        EVALUATE TRUE
            WHEN WS-PERIOD-POSTING = 'S'
                MOVE "*** Period already closed - payroll journal was not posted ***"
                    TO PAYREG-LINE
                WRITE PAYREG-LINE
            WHEN WS-JRNL-OPEN = 'Y'
                PERFORM POST-PAYROLL-JOURNAL
            WHEN OTHER
                MOVE "*** GL journal file could not be opened - payroll journal was not posted and the period was not closed ***"
                    TO PAYREG-LINE
                WRITE PAYREG-LINE
        END-EVALUATE
    END-IF
    IF WS-JRNL-UNMAPPED NOT = 0
        MOVE SPACES TO PAYREG-LINE
        STRING "*** WARNING: " WS-JRNL-UNMAPPED
            " journal line(s) posted to account UNMAPPED - check "
            "GLMAP.DAT and GLLIAB.DAT ***"
            DELIMITED BY SIZE INTO PAYREG-LINE
        WRITE PAYREG-LINE
    END-IF
    IF WS-GLLIAB-OVERFLOW = 'Y'
        MOVE SPACES TO PAYREG-LINE
        STRING "*** WARNING: " WS-GLLIAB-OVERFLOW-COUNT
            " liability mapping record(s) exceeded table capacity of "
            "10 and were not loaded ***"
            DELIMITED BY SIZE INTO PAYREG-LINE
        WRITE PAYREG-LINE
    END-IF.

POST-PAYROLL-JOURNAL.
    PERFORM VARYING WS-PAYDEPT-SUB FROM 1 BY 1
        UNTIL WS-PAYDEPT-SUB > WS-PAYDEPT-COUNT
        PERFORM FIND-EXPENSE-ACCOUNT
        MOVE "D" TO WS-JRNL-DR-CR
        MOVE WS-PAYDEPT-GROSS(WS-PAYDEPT-SUB) TO WS-JRNL-AMOUNT
        MOVE WS-PAYDEPT-NAME(WS-PAYDEPT-SUB) TO WS-JRNL-SOURCE
        PERFORM WRITE-JOURNAL-LINE
    END-PERFORM
    PERFORM VARYING WS-JRNL-SUB FROM 1 BY 1 UNTIL WS-JRNL-SUB > 5
        IF WS-JRNL-CR-AMOUNT(WS-JRNL-SUB) NOT = 0
            PERFORM FIND-LIABILITY-ACCOUNT
            IF WS-JRNL-CR-AMOUNT(WS-JRNL-SUB) > 0
                MOVE "C" TO WS-JRNL-DR-CR
                MOVE WS-JRNL-CR-AMOUNT(WS-JRNL-SUB) TO WS-JRNL-AMOUNT
            ELSE
                MOVE "D" TO WS-JRNL-DR-CR
                COMPUTE WS-JRNL-AMOUNT =
                    0 - WS-JRNL-CR-AMOUNT(WS-JRNL-SUB)
            END-IF
            MOVE WS-JRNL-LABEL(WS-JRNL-SUB) TO WS-JRNL-SOURCE
            PERFORM WRITE-JOURNAL-LINE
        END-IF
    END-PERFORM
    CLOSE GL-JOURNAL-FILE
    MOVE SPACES TO PAYREG-LINE
    STRING "Journal posted to GLJRNL.DAT: " WS-JRNL-LINES " line(s)"
        DELIMITED BY SIZE INTO PAYREG-LINE
    WRITE PAYREG-LINE
    MOVE "INFO " TO WS-LOG-SEVERITY
    MOVE SPACES TO WS-LOG-TEXT
    STRING "Payroll journal posted for period " WS-GL-PERIOD
        " - " WS-JRNL-LINES " line(s), debits $"
        FUNCTION TRIM(WS-JRNL-DEBIT-EDIT)
        DELIMITED BY SIZE INTO WS-LOG-TEXT
    PERFORM LOG-RUN-MESSAGE.

WRITE-JOURNAL-LINE.
    MOVE WS-JRNL-ACCOUNT TO GLJ-ACCOUNT
    MOVE WS-GL-PERIOD TO GLJ-PERIOD
    MOVE WS-JRNL-DR-CR TO GLJ-DR-CR
    MOVE WS-JRNL-AMOUNT TO GLJ-AMOUNT
    MOVE WS-CUR-ENTITY TO GLJ-ENTITY
    MOVE WS-JRNL-SOURCE TO GLJ-SOURCE
    WRITE GL-JOURNAL-RECORD
    ADD 1 TO WS-JRNL-LINES.

FIND-EXPENSE-ACCOUNT.
    MOVE 0 TO WS-GLMAP-MATCH-IDX
    PERFORM VARYING WS-GLMAP-IDX FROM 1 BY 1
        UNTIL WS-GLMAP-IDX > WS-GLMAP-COUNT OR WS-GLMAP-MATCH-IDX NOT = 0
        IF WS-GLMAP-DEPT-NAME(WS-GLMAP-IDX) =
           WS-PAYDEPT-NAME(WS-PAYDEPT-SUB)
            MOVE WS-GLMAP-IDX TO WS-GLMAP-MATCH-IDX
        END-IF
    END-PERFORM
    IF WS-GLMAP-MATCH-IDX NOT = 0
        MOVE WS-GLMAP-ACCOUNT(WS-GLMAP-MATCH-IDX) TO WS-JRNL-ACCOUNT
    ELSE
        MOVE "UNMAPPED" TO WS-JRNL-ACCOUNT
        ADD 1 TO WS-JRNL-UNMAPPED
    END-IF.

FIND-LIABILITY-ACCOUNT.
    MOVE "UNMAPPED" TO WS-JRNL-ACCOUNT
    PERFORM VARYING WS-GLLIAB-SUB FROM 1 BY 1
        UNTIL WS-GLLIAB-SUB > WS-GLLIAB-COUNT
        OR WS-GLLIAB-TYPE(WS-GLLIAB-SUB) = WS-JRNL-TYPE(WS-JRNL-SUB)
    END-PERFORM
    IF WS-GLLIAB-SUB > WS-GLLIAB-COUNT
        ADD 1 TO WS-JRNL-UNMAPPED
    ELSE
        MOVE WS-GLLIAB-ACCT(WS-GLLIAB-SUB) TO WS-JRNL-ACCOUNT
    END-IF.

LOAD-LIABILITY-MAPPING.
    MOVE 'N' TO WS-GLLIAB-EOF
    OPEN INPUT GL-LIABILITY-MAP-FILE
    MOVE "GLLIAB.DAT" TO WS-LOG-FILE-NAME
    MOVE WS-GLLIAB-STATUS TO WS-LOG-FILE-STATUS
    PERFORM LOG-FILE-STATUS
    IF WS-GLLIAB-STATUS = "00"
        PERFORM READ-LIABILITY-MAP-RECORDS UNTIL WS-GLLIAB-EOF = 'Y'
        CLOSE GL-LIABILITY-MAP-FILE
    ELSE
        IF WS-GLLIAB-STATUS = "35"
            MOVE "Liability map GLLIAB.DAT not found" TO WS-ERROR-MESSAGE
            MOVE "WARN " TO WS-LOG-SEVERITY
        ELSE
            MOVE "Error opening liability map GLLIAB.DAT"
                TO WS-ERROR-MESSAGE
        END-IF
        PERFORM DISPLAY-ERROR
    END-IF.

READ-LIABILITY-MAP-RECORDS.
    READ GL-LIABILITY-MAP-FILE
        AT END
            MOVE 'Y' TO WS-GLLIAB-EOF
        NOT AT END
            PERFORM STORE-LIABILITY-MAP-RECORD.

STORE-LIABILITY-MAP-RECORD.
    IF WS-GLLIAB-COUNT < 10
        ADD 1 TO WS-GLLIAB-COUNT
        MOVE FUNCTION UPPER-CASE(GLLIAB-DED-TYPE)
            TO WS-GLLIAB-TYPE(WS-GLLIAB-COUNT)
        MOVE GLLIAB-ACCOUNT TO WS-GLLIAB-ACCT(WS-GLLIAB-COUNT)
    ELSE
        MOVE 'Y' TO WS-GLLIAB-OVERFLOW
        ADD 1 TO WS-GLLIAB-OVERFLOW-COUNT
    END-IF.

OPEN-BANK-PAYMENT-FILE.
    OPEN OUTPUT BANK-PAYMENT-FILE
    MOVE "BANKPAY.DAT" TO WS-LOG-FILE-NAME
    MOVE WS-BANKPAY-STATUS TO WS-LOG-FILE-STATUS
    PERFORM LOG-FILE-STATUS
    IF NOT WS-BANKPAY-STATUS = "00"
        MOVE "Error opening bank payment file" TO WS-ERROR-MESSAGE
        PERFORM DISPLAY-ERROR
    ELSE
        MOVE 'Y' TO WS-BANKPAY-OPEN
        PERFORM DERIVE-GL-PERIOD
        MOVE SPACES TO BANK-PAY-HEADER-RECORD
        MOVE "H" TO BPH-REC-TYPE
        MOVE WS-CUR-ENTITY TO BPH-ENTITY
        MOVE WS-HEADING-DATE TO BPH-PAY-DATE
        MOVE WS-GL-PERIOD TO BPH-PERIOD
        WRITE BANK-PAY-HEADER-RECORD
    END-IF.

PAY-DIRECT-DEPOSIT.
    MOVE 0 TO WS-DD-ACCOUNTS
    MOVE 0 TO WS-DD-INVALID
    MOVE 0 TO WS-DD-REMAINDERS
    MOVE 0 TO WS-DD-FIXED-TOTAL
    MOVE 0 TO WS-DD-AMOUNT-TOTAL
    MOVE 0 TO WS-DD-PCT-TOTAL
    MOVE 0 TO WS-DD-PCT-LAST
    MOVE 0 TO WS-DD-PCT-PAID
    MOVE SPACES TO WS-DD-REASON
    PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
        UNTIL WS-BANK-SUB > WS-BANK-COUNT
        IF WS-BANK-EMP-ID(WS-BANK-SUB) = RPT-EMP-ID AND
           WS-BANK-STATE(WS-BANK-SUB) = SPACE
            ADD 1 TO WS-DD-ACCOUNTS
            PERFORM VALIDATE-BANK-ENTRY
            IF WS-BANK-VALID NOT = 'Y'
                ADD 1 TO WS-DD-INVALID
            END-IF
            IF WS-BANK-METHOD(WS-BANK-SUB) = SPACE
                ADD 1 TO WS-DD-REMAINDERS
            ELSE
                PERFORM COMPUTE-DEPOSIT-PART
                ADD WS-DD-PART TO WS-DD-FIXED-TOTAL
            END-IF
            IF WS-BANK-METHOD(WS-BANK-SUB) = "A"
                ADD WS-BANK-AMOUNT(WS-BANK-SUB) TO WS-DD-AMOUNT-TOTAL
            END-IF
            IF WS-BANK-METHOD(WS-BANK-SUB) = "P"
                ADD WS-BANK-AMOUNT(WS-BANK-SUB) TO WS-DD-PCT-TOTAL
                MOVE WS-BANK-SUB TO WS-DD-PCT-LAST
            END-IF
        END-IF
    END-PERFORM
    COMPUTE WS-DD-EXACT-CHECK =
        WS-DD-AMOUNT-TOTAL * 100 + WS-PAY-NET * WS-DD-PCT-TOTAL
        - WS-PAY-NET * 100
    EVALUATE TRUE
        WHEN WS-DD-ACCOUNTS = 0
            MOVE "No bank record on file - pay by check" TO WS-DD-REASON
        WHEN WS-DD-INVALID NOT = 0
            MOVE "Invalid bank record - pay by check" TO WS-DD-REASON
        WHEN WS-DD-REMAINDERS > 1
            MOVE "More than one remainder account" TO WS-DD-REASON
        WHEN WS-DD-REMAINDERS = 0 AND WS-DD-EXACT-CHECK NOT = 0
            MOVE "Splits do not add up to net pay" TO WS-DD-REASON
        WHEN WS-DD-FIXED-TOTAL > WS-PAY-NET
            MOVE "Splits exceed net pay" TO WS-DD-REASON
    END-EVALUATE
    IF WS-DD-REASON NOT = SPACES
        PERFORM STORE-DEPOSIT-EXCEPTION
    ELSE
        PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
            UNTIL WS-BANK-SUB > WS-BANK-COUNT
            IF WS-BANK-EMP-ID(WS-BANK-SUB) = RPT-EMP-ID AND
               WS-BANK-STATE(WS-BANK-SUB) = SPACE
                PERFORM COMPUTE-DEPOSIT-PART
                IF WS-BANK-METHOD(WS-BANK-SUB) = "P"
                    IF WS-DD-REMAINDERS = 0 AND
                       WS-BANK-SUB = WS-DD-PCT-LAST
                        COMPUTE WS-DD-PART = WS-PAY-NET
                            - WS-DD-AMOUNT-TOTAL - WS-DD-PCT-PAID
                    END-IF
                    ADD WS-DD-PART TO WS-DD-PCT-PAID
                END-IF
                IF WS-DD-PART > 0
                    PERFORM WRITE-BANK-PAY-DETAIL
                END-IF
            END-IF
        END-PERFORM
        ADD 1 TO WS-BANKPAY-EMPLOYEES
    END-IF.

VALIDATE-BANK-ENTRY.
    MOVE WS-BANK-ROUTING(WS-BANK-SUB) TO WS-ROUTE-WORK
    PERFORM VALIDATE-ROUTING-NUMBER
    IF WS-BANK-ACCOUNT(WS-BANK-SUB) = SPACES OR
       (WS-BANK-TYPE(WS-BANK-SUB) NOT = "C" AND
        WS-BANK-TYPE(WS-BANK-SUB) NOT = "S") OR
       (WS-BANK-METHOD(WS-BANK-SUB) NOT = SPACE AND
        WS-BANK-METHOD(WS-BANK-SUB) NOT = "A" AND
        WS-BANK-METHOD(WS-BANK-SUB) NOT = "P") OR
       (WS-BANK-METHOD(WS-BANK-SUB) = "P" AND
        WS-BANK-AMOUNT(WS-BANK-SUB) > 100)
        MOVE 'N' TO WS-BANK-VALID
    END-IF.

COMPUTE-DEPOSIT-PART.
    EVALUATE WS-BANK-METHOD(WS-BANK-SUB)
        WHEN "A"
            MOVE WS-BANK-AMOUNT(WS-BANK-SUB) TO WS-DD-PART
        WHEN "P"
            COMPUTE WS-DD-PART ROUNDED =
                WS-PAY-NET * WS-BANK-AMOUNT(WS-BANK-SUB) / 100
        WHEN OTHER
            COMPUTE WS-DD-PART = WS-PAY-NET - WS-DD-FIXED-TOTAL
    END-EVALUATE.

WRITE-BANK-PAY-DETAIL.
    MOVE SPACES TO BANK-PAY-DETAIL-RECORD
    MOVE "D" TO BPD-REC-TYPE
    MOVE RPT-EMP-ID TO BPD-EMP-ID
    MOVE WS-BANK-ROUTING(WS-BANK-SUB) TO BPD-ROUTING
    MOVE WS-BANK-ACCOUNT(WS-BANK-SUB) TO BPD-ACCOUNT
    MOVE WS-BANK-TYPE(WS-BANK-SUB) TO BPD-ACCT-TYPE
    MOVE WS-DD-PART TO BPD-AMOUNT
    MOVE RPT-EMP-NAME TO BPD-EMP-NAME
    WRITE BANK-PAY-DETAIL-RECORD
    ADD 1 TO WS-BANKPAY-COUNT
    ADD WS-DD-PART TO WS-BANKPAY-TOTAL
    MOVE WS-BANK-ROUTING(WS-BANK-SUB)(1:8) TO WS-ROUTE-HASH-WORK
    COMPUTE WS-BANKPAY-HASH =
        FUNCTION MOD(WS-BANKPAY-HASH + WS-ROUTE-HASH-WORK, 10000000000).

STORE-DEPOSIT-EXCEPTION.
    ADD 1 TO WS-DDEXC-TOTAL
    IF WS-DDEXC-COUNT < 500
        ADD 1 TO WS-DDEXC-COUNT
        MOVE RPT-EMP-ID TO WS-DDEXC-EMP-ID(WS-DDEXC-COUNT)
        MOVE RPT-EMP-NAME TO WS-DDEXC-NAME(WS-DDEXC-COUNT)
        MOVE WS-PAY-NET TO WS-DDEXC-NET(WS-DDEXC-COUNT)
        MOVE WS-DD-REASON TO WS-DDEXC-REASON(WS-DDEXC-COUNT)
    ELSE
        MOVE 'Y' TO WS-DDEXC-OVERFLOW
        ADD 1 TO WS-DDEXC-OVERFLOW-COUNT
    END-IF.

CLOSE-BANK-PAYMENT-FILE.
    MOVE SPACES TO BANK-PAY-CONTROL-RECORD
    MOVE "T" TO BPT-REC-TYPE
    MOVE WS-BANKPAY-COUNT TO BPT-DETAIL-COUNT
    MOVE WS-BANKPAY-TOTAL TO BPT-TOTAL-AMOUNT
    MOVE WS-BANKPAY-HASH TO BPT-ROUTING-HASH
    WRITE BANK-PAY-CONTROL-RECORD
    CLOSE BANK-PAYMENT-FILE
    MOVE 'N' TO WS-BANKPAY-OPEN
    MOVE WS-BANKPAY-TOTAL TO WS-BANKPAY-TOTAL-EDIT
    MOVE "INFO " TO WS-LOG-SEVERITY
    MOVE SPACES TO WS-LOG-TEXT
    STRING "Bank payment file written - " WS-BANKPAY-COUNT
        " payment(s), total $" FUNCTION TRIM(WS-BANKPAY-TOTAL-EDIT)
        DELIMITED BY SIZE INTO WS-LOG-TEXT
    PERFORM LOG-RUN-MESSAGE.

WRITE-DIRECT-DEPOSIT-SECTION.
    MOVE SPACES TO PAYREG-LINE
    WRITE PAYREG-LINE
    MOVE "DIRECT DEPOSIT PRENOTE / EXCEPTION LIST" TO PAYREG-LINE
    WRITE PAYREG-LINE
    MOVE ALL "-" TO PAYREG-LINE
    WRITE PAYREG-LINE
    MOVE SPACES TO PAYREG-LINE
    STRING "Employees paid by direct deposit: " WS-BANKPAY-EMPLOYEES
        ", Payments: " WS-BANKPAY-COUNT
        ", Total $" FUNCTION TRIM(WS-BANKPAY-TOTAL-EDIT)
        DELIMITED BY SIZE INTO PAYREG-LINE
    WRITE PAYREG-LINE
    PERFORM VARYING WS-DDEXC-SUB FROM 1 BY 1
        UNTIL WS-DDEXC-SUB > WS-DDEXC-COUNT
        MOVE WS-DDEXC-NET(WS-DDEXC-SUB) TO WS-PAY-NET-EDIT
        MOVE SPACES TO PAYREG-LINE
        STRING WS-DDEXC-EMP-ID(WS-DDEXC-SUB) " "
            WS-DDEXC-NAME(WS-DDEXC-SUB) " Net $"
            FUNCTION TRIM(WS-PAY-NET-EDIT) " - "
            FUNCTION TRIM(WS-DDEXC-REASON(WS-DDEXC-SUB))
            DELIMITED BY SIZE INTO PAYREG-LINE
        WRITE PAYREG-LINE
    END-PERFORM
    IF WS-DDEXC-TOTAL = 0
        MOVE "No direct deposit exceptions" TO PAYREG-LINE
        WRITE PAYREG-LINE
    END-IF
    IF WS-DDEXC-OVERFLOW = 'Y'
        MOVE SPACES TO PAYREG-LINE
        STRING "*** WARNING: " WS-DDEXC-OVERFLOW-COUNT
            " direct deposit exception(s) exceeded table capacity of "
            "500 and are not listed ***"
            DELIMITED BY SIZE INTO PAYREG-LINE
        WRITE PAYREG-LINE
    END-IF
    IF WS-BANK-OVERFLOW = 'Y'
        MOVE SPACES TO PAYREG-LINE
        STRING "*** WARNING: " WS-BANK-OVERFLOW-COUNT
            " bank account record(s) exceeded table capacity of "
            "2000 and were not loaded ***"
            DELIMITED BY SIZE INTO PAYREG-LINE
        WRITE PAYREG-LINE
    END-IF.

CHECK-SERVICE-MILESTONES.
    IF WS-HIRE-MONTH > WS-MONTH OR
       (WS-HIRE-MONTH = WS-MONTH AND WS-HIRE-DAY >= WS-DAY)
    PERFORM WRITE-DEPARTMENT-SUMMARY
    PERFORM WRITE-DIVISION-SUMMARY
    PERFORM WRITE-COMPLIANCE-SECTION
    IF WS-POSCTL-COUNT > 0
        PERFORM WRITE-VACANCY-SECTION
    END-IF
    PERFORM WRITE-MILESTONE-SECTION
    PERFORM WRITE-SUSPENSE-SECTION
    IF WS-BURST-REPORTS = 'Y'
    END-IF
    WRITE REPORT-LINE.

LOAD-POSITION-CONTROL.
    MOVE 'N' TO WS-POSCTL-EOF
    OPEN INPUT POSITION-CONTROL-FILE
    MOVE "POSCTL.DAT" TO WS-LOG-FILE-NAME
    MOVE WS-POSCTL-STATUS TO WS-LOG-FILE-STATUS
    PERFORM LOG-FILE-STATUS
    IF WS-POSCTL-STATUS = "00"
        PERFORM READ-POSITION-CONTROL-RECORDS
            UNTIL WS-POSCTL-EOF = 'Y'
        CLOSE POSITION-CONTROL-FILE
    END-IF.

READ-POSITION-CONTROL-RECORDS.
    READ POSITION-CONTROL-FILE
        AT END
            MOVE 'Y' TO WS-POSCTL-EOF
        NOT AT END
            PERFORM STORE-POSITION-CONTROL-RECORD.

STORE-POSITION-CONTROL-RECORD.
    IF WS-POSCTL-COUNT < 500
        ADD 1 TO WS-POSCTL-COUNT
        MOVE PCT-DEPT-NAME TO WS-DPM-LOOK
        PERFORM NORMALIZE-DEPARTMENT-NAME
        MOVE WS-DPM-LOOK TO WS-POSCTL-DEPT(WS-POSCTL-COUNT)
        MOVE FUNCTION UPPER-CASE(PCT-POSITION)
            TO WS-POSCTL-POSITION(WS-POSCTL-COUNT)
        MOVE PCT-AUTHORIZED TO WS-POSCTL-AUTH(WS-POSCTL-COUNT)
        MOVE PCT-EFFECTIVE-DATE TO WS-POSCTL-EFF-DATE(WS-POSCTL-COUNT)
    ELSE
        MOVE 'Y' TO WS-POSCTL-OVERFLOW
        ADD 1 TO WS-POSCTL-OVERFLOW-COUNT
    END-IF.

FIND-AUTHORIZED-HEADCOUNT.
    MOVE 'N' TO WS-POS-AUTH-FOUND
    MOVE 0 TO WS-POS-AUTH-WORK
    MOVE SPACES TO WS-POS-AUTH-DATE
    PERFORM VARYING WS-POSCTL-SUB FROM 1 BY 1
        UNTIL WS-POSCTL-SUB > WS-POSCTL-COUNT
        IF WS-POSCTL-DEPT(WS-POSCTL-SUB) = WS-POS-LOOK-DEPT AND
           WS-POSCTL-POSITION(WS-POSCTL-SUB) = WS-POS-LOOK-POSITION AND
           WS-POSCTL-EFF-DATE(WS-POSCTL-SUB) <= WS-POS-AS-OF
            IF WS-POS-AUTH-FOUND = 'N' OR
               WS-POSCTL-EFF-DATE(WS-POSCTL-SUB) >= WS-POS-AUTH-DATE
                MOVE 'Y' TO WS-POS-AUTH-FOUND
                MOVE WS-POSCTL-AUTH(WS-POSCTL-SUB) TO WS-POS-AUTH-WORK
                MOVE WS-POSCTL-EFF-DATE(WS-POSCTL-SUB)
                    TO WS-POS-AUTH-DATE
            END-IF
        END-IF
    END-PERFORM.

FIND-OR-ADD-POSITION-SLOT.
    PERFORM VARYING WS-POSSLOT-SUB FROM 1 BY 1
        UNTIL WS-POSSLOT-SUB > WS-POSSLOT-COUNT
        OR (WS-POSSLOT-DEPT(WS-POSSLOT-SUB) = WS-POS-LOOK-DEPT AND
            WS-POSSLOT-POSITION(WS-POSSLOT-SUB) = WS-POS-LOOK-POSITION)
    END-PERFORM
    IF WS-POSSLOT-SUB > WS-POSSLOT-COUNT
        IF WS-POSSLOT-COUNT < 200
            ADD 1 TO WS-POSSLOT-COUNT
            MOVE WS-POSSLOT-COUNT TO WS-POSSLOT-SUB
            MOVE WS-POS-LOOK-DEPT TO WS-POSSLOT-DEPT(WS-POSSLOT-SUB)
            MOVE WS-POS-LOOK-POSITION
                TO WS-POSSLOT-POSITION(WS-POSSLOT-SUB)
            MOVE 0 TO WS-POSSLOT-FILLED(WS-POSSLOT-SUB)
            MOVE 'N' TO WS-POSSLOT-DONE(WS-POSSLOT-SUB)
        ELSE
            MOVE 0 TO WS-POSSLOT-SUB
            MOVE 'Y' TO WS-POSSLOT-OVERFLOW
            ADD 1 TO WS-POSSLOT-OVERFLOW-COUNT
        END-IF
    END-IF.

WRITE-VACANCY-SECTION.
    PERFORM VARYING WS-POSCTL-SUB FROM 1 BY 1
        UNTIL WS-POSCTL-SUB > WS-POSCTL-COUNT
        MOVE WS-POSCTL-DEPT(WS-POSCTL-SUB) TO WS-POS-LOOK-DEPT
        MOVE WS-POSCTL-POSITION(WS-POSCTL-SUB) TO WS-POS-LOOK-POSITION
        PERFORM FIND-OR-ADD-POSITION-SLOT
    END-PERFORM
    MOVE WS-HEADING-DATE TO WS-POS-AS-OF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "POSITION CONTROL - VACANCIES BY DEPARTMENT" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE ALL "-" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-POSSLOT-SUB FROM 1 BY 1
        UNTIL WS-POSSLOT-SUB > WS-POSSLOT-COUNT
        IF WS-POSSLOT-DONE(WS-POSSLOT-SUB) = 'N'
            PERFORM WRITE-VACANCY-DEPT-LINE
        END-IF
    END-PERFORM
    MOVE SPACES TO REPORT-LINE
    STRING "ALL DEPARTMENTS: Authorized " WS-VAC-TOTAL-AUTH
        ", Filled " WS-VAC-TOTAL-FILLED
        ", Open " WS-VAC-TOTAL-OPEN
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "OVER-FILLED POSITIONS" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE ALL "-" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 0 TO WS-VAC-OVER-COUNT
    PERFORM VARYING WS-POSSLOT-SUB FROM 1 BY 1
        UNTIL WS-POSSLOT-SUB > WS-POSSLOT-COUNT
        MOVE WS-POSSLOT-DEPT(WS-POSSLOT-SUB) TO WS-POS-LOOK-DEPT
        MOVE WS-POSSLOT-POSITION(WS-POSSLOT-SUB) TO WS-POS-LOOK-POSITION
        PERFORM FIND-AUTHORIZED-HEADCOUNT
        IF WS-POS-AUTH-FOUND = 'Y' AND
           WS-POSSLOT-FILLED(WS-POSSLOT-SUB) > WS-POS-AUTH-WORK
            ADD 1 TO WS-VAC-OVER-COUNT
            COMPUTE WS-VAC-OVER-BY =
                WS-POSSLOT-FILLED(WS-POSSLOT-SUB) - WS-POS-AUTH-WORK
            MOVE SPACES TO REPORT-LINE
            STRING WS-POSSLOT-DEPT(WS-POSSLOT-SUB) " "
                WS-POSSLOT-POSITION(WS-POSSLOT-SUB)
                " Authorized " WS-POS-AUTH-WORK
                ", Filled " WS-POSSLOT-FILLED(WS-POSSLOT-SUB)
                ", Over by " WS-VAC-OVER-BY
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-PERFORM
    IF WS-VAC-OVER-COUNT = 0
        MOVE "No positions filled beyond authorized headcount"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-POSCTL-OVERFLOW = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING "*** WARNING: " WS-POSCTL-OVERFLOW-COUNT
            " position control record(s) exceeded table capacity of "
            "500 and were not loaded ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-POSSLOT-OVERFLOW = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING "*** WARNING: " WS-POSSLOT-OVERFLOW-COUNT
            " employee(s) in department/position slots beyond the "
            "table capacity of 200 are not counted ***"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

WRITE-VACANCY-DEPT-LINE.
    MOVE 0 TO WS-VAC-DEPT-AUTH
    MOVE 0 TO WS-VAC-DEPT-FILLED
    MOVE 0 TO WS-VAC-DEPT-OPEN
    MOVE 0 TO WS-VAC-DEPT-UNCTL
    MOVE WS-POSSLOT-DEPT(WS-POSSLOT-SUB) TO WS-POS-LOOK-DEPT
    PERFORM VARYING WS-POSSLOT-SUB2 FROM WS-POSSLOT-SUB BY 1
        UNTIL WS-POSSLOT-SUB2 > WS-POSSLOT-COUNT
        IF WS-POSSLOT-DEPT(WS-POSSLOT-SUB2) = WS-POS-LOOK-DEPT
            MOVE 'Y' TO WS-POSSLOT-DONE(WS-POSSLOT-SUB2)
            MOVE WS-POSSLOT-POSITION(WS-POSSLOT-SUB2)
                TO WS-POS-LOOK-POSITION
            PERFORM FIND-AUTHORIZED-HEADCOUNT
            IF WS-POS-AUTH-FOUND = 'Y'
                ADD WS-POS-AUTH-WORK TO WS-VAC-DEPT-AUTH
                ADD WS-POSSLOT-FILLED(WS-POSSLOT-SUB2)
                    TO WS-VAC-DEPT-FILLED
                IF WS-POSSLOT-FILLED(WS-POSSLOT-SUB2) < WS-POS-AUTH-WORK
                    COMPUTE WS-VAC-DEPT-OPEN = WS-VAC-DEPT-OPEN
                        + WS-POS-AUTH-WORK
                        - WS-POSSLOT-FILLED(WS-POSSLOT-SUB2)
                END-IF
            ELSE
                ADD WS-POSSLOT-FILLED(WS-POSSLOT-SUB2)
                    TO WS-VAC-DEPT-UNCTL
            END-IF
        END-IF
    END-PERFORM
    ADD WS-VAC-DEPT-AUTH TO WS-VAC-TOTAL-AUTH
    ADD WS-VAC-DEPT-FILLED TO WS-VAC-TOTAL-FILLED
    ADD WS-VAC-DEPT-OPEN TO WS-VAC-TOTAL-OPEN
    MOVE SPACES TO REPORT-LINE
    IF WS-VAC-DEPT-UNCTL = 0
        STRING FUNCTION TRIM(WS-POS-LOOK-DEPT)
            ": Authorized " WS-VAC-DEPT-AUTH
            ", Filled " WS-VAC-DEPT-FILLED
            ", Open " WS-VAC-DEPT-OPEN
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING FUNCTION TRIM(WS-POS-LOOK-DEPT)
            ": Authorized " WS-VAC-DEPT-AUTH
            ", Filled " WS-VAC-DEPT-FILLED
            ", Open " WS-VAC-DEPT-OPEN
            " - " WS-VAC-DEPT-UNCTL
            " employee(s) in positions with no authorization"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE.

WRITE-COMPLIANCE-SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    WRITE REPORT-LINE
    MOVE ALL "-" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM ESTABLISH-PERIOD-POSTING
    IF WS-PAYREG-STATUS = "00" AND WS-PERIOD-POSTING NOT = 'S'
        PERFORM COMPUTE-JOURNAL-TOTALS
        IF WS-JRNL-DEBIT-TOTAL NOT = WS-JRNL-CREDIT-TOTAL
            MOVE 'Y' TO WS-JRNL-REFUSED
            MOVE "WARN " TO WS-LOG-SEVERITY
            MOVE SPACES TO WS-LOG-TEXT
            STRING "Period " WS-GL-PERIOD
                " not posted or closed - payroll journal out of balance"
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM LOG-RUN-MESSAGE
        ELSE
            PERFORM OPEN-GL-JOURNAL-FILE
        END-IF
    END-IF
    IF WS-PERIOD-POSTING = 'R' AND WS-JRNL-REFUSED NOT = 'Y'
        PERFORM PURGE-DEPT-HISTORY-PERIOD
    END-IF
    IF WS-PERIOD-POSTING NOT = 'S' AND WS-JRNL-REFUSED NOT = 'Y'
        PERFORM OPEN-DEPT-HISTORY-FILE
        OPEN OUTPUT GL-EXTRACT-FILE
        MOVE "GLEXTRACT.DAT" TO WS-LOG-FILE-NAME
                        FUNCTION TRIM(WS-DEPT-NAME(WS-DEPT-IDX))
            END-STRING
            WRITE REPORT-LINE
            IF WS-PERIOD-POSTING NOT = 'S' AND WS-JRNL-REFUSED NOT = 'Y'
                PERFORM WRITE-DEPT-HISTORY-RECORD
                IF WS-GLEXTRACT-STATUS = "00"
                    PERFORM WRITE-GL-EXTRACT-RECORD
            END-IF
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-JRNL-REFUSED = 'Y' AND
             WS-JRNL-DEBIT-TOTAL NOT = WS-JRNL-CREDIT-TOTAL
            MOVE "*** Payroll journal out of balance - department totals above were not posted and the period was not closed ***"
                TO REPORT-LINE
            WRITE REPORT-LINE
        WHEN WS-JRNL-REFUSED = 'Y'
            MOVE "*** GL journal file could not be opened - department totals above were not posted and the period was not closed ***"
                TO REPORT-LINE
            WRITE REPORT-LINE
        WHEN WS-PERIOD-POSTING NOT = 'S'
            CLOSE DEPT-HISTORY-FILE
            IF WS-GLEXTRACT-STATUS = "00"
                CLOSE GL-EXTRACT-FILE
            END-IF
            PERFORM RECORD-PERIOD-POSTED
        WHEN OTHER
            MOVE "*** Period already closed - department totals above were not posted to history or the GL extract ***"
                TO REPORT-LINE
            WRITE REPORT-LINE
    END-EVALUATE.

OPEN-GL-JOURNAL-FILE.
    OPEN OUTPUT GL-JOURNAL-FILE
    MOVE "GLJRNL.DAT" TO WS-LOG-FILE-NAME
    MOVE WS-GLJRNL-STATUS TO WS-LOG-FILE-STATUS
    PERFORM LOG-FILE-STATUS
    IF WS-GLJRNL-STATUS = "00"
        MOVE 'Y' TO WS-JRNL-OPEN
    ELSE
        MOVE 'Y' TO WS-JRNL-REFUSED
        MOVE "ERROR" TO WS-LOG-SEVERITY
        MOVE "Error opening GL journal file" TO WS-ERROR-MESSAGE
        PERFORM DISPLAY-ERROR
        MOVE "WARN " TO WS-LOG-SEVERITY
        MOVE SPACES TO WS-LOG-TEXT
        STRING "Period " WS-GL-PERIOD
            " not posted or closed - GL journal file GLJRNL.DAT not opened"
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM LOG-RUN-MESSAGE
    END-IF.

ESTABLISH-PERIOD-POSTING.
    IF WS-PERIOD-CHECKED NOT = 'Y'
        MOVE 'Y' TO WS-PERIOD-CHECKED
        PERFORM DERIVE-GL-PERIOD
        PERFORM DETERMINE-PERIOD-POSTING
    END-IF.

LOAD-ORG-HIERARCHY.
STORE-ORG-RECORD.
    IF WS-ORG-COUNT < 50
        ADD 1 TO WS-ORG-COUNT
        MOVE ORG-DEPT-NAME TO WS-DPM-LOOK
        PERFORM NORMALIZE-DEPARTMENT-NAME
        MOVE WS-DPM-LOOK TO WS-ORG-DEPT(WS-ORG-COUNT)
        MOVE ORG-DIVISION TO WS-ORG-DIVISION(WS-ORG-COUNT)
    ELSE
        MOVE 'Y' TO WS-ORG-OVERFLOW
        IF WS-ORG-DEPT(WS-ORG-SUB) = WS-DIV-LOOK-DEPT
            MOVE WS-ORG-DIVISION(WS-ORG-SUB) TO WS-DIV-NAME-WORK
        END-IF
    END-PERFORM
    IF WS-DIV-NAME-WORK = SPACES AND WS-DPM-COUNT > 0
        MOVE WS-DIV-LOOK-DEPT TO WS-DPM-LOOK
        MOVE WS-HEADING-DATE TO WS-DPM-AS-OF
        PERFORM RESOLVE-DEPARTMENT
        IF WS-DPM-FOUND = 'Y'
            MOVE WS-DPM-RES-DIVISION TO WS-DIV-NAME-WORK
        END-IF
    END-IF.

CLEAR-DIVISION-TOTALS.
    MOVE 0 TO WS-DIV-COUNT
