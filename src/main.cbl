           SELECT TILL-FILE ASSIGN TO WS-TILL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TILL-STATUS.
           SELECT BANKPAY-FILE ASSIGN TO WS-BPY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BPY-STATUS.
           SELECT LOCKBOX-FILE ASSIGN TO WS-LBX-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LBX-STATUS.
           SELECT CPI-FILE ASSIGN TO WS-CPI-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CPI-STATUS.
           SELECT SAFT-FILE ASSIGN TO WS-SAFT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SAFT-STATUS.
           SELECT PTJ-FILE ASSIGN TO WS-PTJ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PTJ-STATUS.
           SELECT LAYOUT-FILE ASSIGN TO WS-LAY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-STATUS.
           SELECT CHART-FILE ASSIGN TO WS-CHT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHT-STATUS.
           SELECT EINV-FILE ASSIGN TO WS-EIN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 WS-ACK-LINE              PIC X(200).
       FD  TILL-FILE.
       01 WS-TILL-LINE             PIC X(200).
       FD  BANKPAY-FILE.
       01 WS-BPY-LINE              PIC X(120).
       FD  LOCKBOX-FILE.
       01 WS-LBX-LINE              PIC X(200).
       FD  CPI-FILE.
       01 WS-CPI-LINE              PIC X(120).
       FD  SAFT-FILE.
       01 WS-SAFT-LINE             PIC X(400).
       FD  PTJ-FILE.
       01 WS-PTJ-LINE              PIC X(400).
       FD  LAYOUT-FILE.
       01 WS-LAY-LINE              PIC X(800).

       FD  CHART-FILE.
       01 WS-CHT-LINE              PIC X(400).
       FD  EINV-FILE.
       01 WS-EIN-REC               PIC X(2000).

       WORKING-STORAGE SECTION.
      *> 返回码
       01 WS-PACK-DIR              PIC X(211) VALUE SPACES.
       01 WS-PACK-IDX              PIC S9(4) COMP-5 VALUE 0.
       01 WS-PACK-NAME             PIC X(14) VALUE SPACES.
       01 WS-PACK-COUNT            PIC S9(4) COMP-5 VALUE 14.
       01 WS-PACK-OK               PIC S9(4) COMP-5 VALUE 0.
       01 WS-PACK-FAIL             PIC S9(4) COMP-5 VALUE 0.
       01 WS-PACK-FINAL            PIC 9 VALUE 0.
       01 WS-JS-START-STEP         PIC S9(4) COMP-5 VALUE 0.
       01 WS-JS-FAILED             PIC 9 VALUE 0.
       01 WS-JS-STEP-NAME          PIC X(20) VALUE SPACES.
       01 WS-JS-LAST-STEP          PIC S9(4) COMP-5 VALUE 9.
       01 WS-JS-LAST-DISP          PIC Z9.
       01 WS-JS-CKPT-NAME          PIC X(20) VALUE SPACES.
       01 WS-JS-CKPT-BAD           PIC 9 VALUE 0.

      *> 离线录入暂存队列 (apply-spool)
       01 WS-SPOOL-PATH            PIC X(211) VALUE SPACES.
       01 WS-INV-AR-ID             PIC 9(10) VALUE 0.
       01 WS-INV-DATE              PIC X(11) VALUE SPACES.

      *> 供应商付款批 (payrun)
       01 WS-PRN-ID                PIC 9(10) VALUE 0.
       01 WS-PRN-STATUS            PIC X(10) VALUE SPACES.
       01 WS-PRN-ACCOUNT           PIC X(51) VALUE SPACES.
       01 WS-PRN-CUTOFF            PIC X(11) VALUE SPACES.
       01 WS-PRN-PAID-DATE         PIC X(11) VALUE SPACES.
       01 WS-PRN-PROPOSER          PIC X(30) VALUE SPACES.
       01 WS-PRN-APPROVER          PIC X(30) VALUE SPACES.
       01 WS-PRN-RUN-ID            PIC 9(10) VALUE 0.
       01 WS-PRN-TOTAL             PIC S9(18) COMP-5 VALUE 0.
       01 WS-PRN-PAID-TOTAL        PIC S9(18) COMP-5 VALUE 0.
       01 WS-PRN-COUNT             PIC S9(4) COMP-5 VALUE 0.
       01 WS-PRN-IDX               PIC S9(4) COMP-5 VALUE 0.
       01 WS-PRN-PAID              PIC S9(4) COMP-5 VALUE 0.
       01 WS-PRN-SKIPPED           PIC S9(4) COMP-5 VALUE 0.
       01 WS-PRN-VENDORS           PIC S9(4) COMP-5 VALUE 0.
       01 WS-PRN-GRP-PAYEE         PIC X(51) VALUE SPACES.
       01 WS-PRN-GRP-TOTAL         PIC S9(18) COMP-5 VALUE 0.
       01 WS-PRN-GRP-BILLS         PIC S9(4) COMP-5 VALUE 0.
       01 WS-PRN-COUNT-DISP        PIC Z(3)9.
       01 WS-PRN-VENDORS-DISP      PIC Z(3)9.
       01 WS-PRN-VENDOR-NO         PIC 9(3) VALUE 0.
       01 WS-PRN-REMIT-OK          PIC 9 VALUE 0.
       01 WS-DISP-PRN-TOTAL        PIC -(9)9.99.
       01 WS-DISP-PRN-AMT          PIC -(9)9.99.
       01 WS-PRN-TABLE.
          05 WS-PRN-LINE OCCURS 200 TIMES.
             10 WS-PRN-L-BILL      PIC 9(10).
             10 WS-PRN-L-PAYEE     PIC X(51).
             10 WS-PRN-L-AMT       PIC S9(18) COMP-5.
             10 WS-PRN-L-DUE       PIC X(11).
             10 WS-PRN-L-NOTE      PIC X(101).
             10 WS-PRN-L-PAID      PIC 9.
      *> 银行付款文件: 头/明细(每收款人一条)/尾, 与 GL 交换文件
      *> 同一套定长纪律; 重发沿用已登记的流水号与建档日期
       01 WS-BPY-PATH              PIC X(211) VALUE SPACES.
       01 WS-BPY-STATUS            PIC XX VALUE SPACES.
       01 WS-BPY-SEQ               PIC S9(9) COMP-5 VALUE 0.
       01 WS-BPY-COUNT             PIC S9(9) COMP-5 VALUE 0.
       01 WS-BPY-TOTAL             PIC S9(18) COMP-5 VALUE 0.
       01 WS-BPY-HEADER-REC.
          05 WS-BPY-H-TYPE         PIC X VALUE "H".
          05 WS-BPY-H-SEQ          PIC 9(6) VALUE 0.
          05 WS-BPY-H-CREATED      PIC X(10) VALUE SPACES.
          05 WS-BPY-H-VALUE-DATE   PIC X(10) VALUE SPACES.
          05 WS-BPY-H-ACCOUNT      PIC X(20) VALUE SPACES.
          05 WS-BPY-H-RUN          PIC 9(10) VALUE 0.
       01 WS-BPY-DETAIL-REC.
          05 WS-BPY-D-TYPE         PIC X VALUE "D".
          05 WS-BPY-D-PAYEE        PIC X(40) VALUE SPACES.
          05 WS-BPY-D-AMOUNT       PIC 9(13) VALUE 0.
          05 WS-BPY-D-BILLS        PIC 9(4) VALUE 0.
          05 WS-BPY-D-REF          PIC X(20) VALUE SPACES.
       01 WS-BPY-TRAILER-REC.
          05 WS-BPY-T-TYPE         PIC X VALUE "T".
          05 WS-BPY-T-COUNT        PIC 9(9) VALUE 0.
          05 WS-BPY-T-TOTAL        PIC 9(15) VALUE 0.

      *> 正向支付文件 (cheque pospay) 与银行例外回单
       01 WS-PPY-SEQ               PIC S9(9) COMP-5 VALUE 0.
       01 WS-PPY-COUNT             PIC S9(9) COMP-5 VALUE 0.
       01 WS-PPY-ISSUED            PIC S9(18) COMP-5 VALUE 0.
       01 WS-PPY-VOIDED            PIC S9(18) COMP-5 VALUE 0.
       01 WS-PPY-IND               PIC X VALUE SPACES.
       01 WS-PPY-AMOUNT            PIC S9(18) COMP-5 VALUE 0.
       01 WS-PPY-COUNT-DISP        PIC Z(8)9.
       01 WS-DISP-PPY-ISSUED       PIC -(9)9.99.
       01 WS-DISP-PPY-VOIDED       PIC -(9)9.99.
       01 WS-PPY-HEADER-REC.
          05 WS-PPY-H-TYPE         PIC X VALUE "H".
          05 WS-PPY-H-SEQ          PIC 9(6) VALUE 0.
          05 WS-PPY-H-CREATED      PIC X(10) VALUE SPACES.
          05 WS-PPY-H-BUSINESS     PIC X(40) VALUE SPACES.
       01 WS-PPY-DETAIL-REC.
          05 WS-PPY-D-TYPE         PIC X VALUE "D".
          05 WS-PPY-D-IND          PIC X VALUE SPACES.
          05 WS-PPY-D-CHEQUE       PIC X(10) VALUE SPACES.
          05 WS-PPY-D-DATE         PIC X(10) VALUE SPACES.
          05 WS-PPY-D-PAYEE        PIC X(40) VALUE SPACES.
          05 WS-PPY-D-AMOUNT       PIC 9(13) VALUE 0.
       01 WS-PPY-TRAILER-REC.
          05 WS-PPY-T-TYPE         PIC X VALUE "T".
          05 WS-PPY-T-COUNT        PIC 9(9) VALUE 0.
          05 WS-PPY-T-ISSUED       PIC 9(15) VALUE 0.
          05 WS-PPY-T-VOIDED       PIC 9(15) VALUE 0.
       01 WS-CHX-ID                PIC 9(10) VALUE 0.
       01 WS-CHX-DATE              PIC X(11) VALUE SPACES.
       01 WS-CHX-AMOUNT            PIC S9(18) COMP-5 VALUE 0.
       01 WS-CHX-REASON            PIC X(61) VALUE SPACES.
       01 WS-CHX-STATUS            PIC X(12) VALUE SPACES.
       01 WS-CHX-LOADED            PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHX-UNKNOWN           PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHX-TOTAL             PIC S9(18) COMP-5 VALUE 0.
       01 WS-CHX-LOADED-DISP       PIC Z(8)9.
       01 WS-CHX-UNKNOWN-DISP      PIC Z(8)9.
      *> 支票打印与空白支票号段 (cheque print/stock/spoil)
       01 WS-CST-FIRST             PIC 9(10) VALUE 0.
       01 WS-CST-LAST              PIC 9(10) VALUE 0.
       01 WS-CST-NO                PIC 9(10) VALUE 0.
       01 WS-CST-BLANK-FROM        PIC 9(10) VALUE 0.
       01 WS-CST-STATUS            PIC X(12) VALUE SPACES.
       01 WS-CST-ACCOUNT           PIC X(51) VALUE SPACES.
       01 WS-CST-USED              PIC S9(9) COMP-5 VALUE 0.
       01 WS-CST-VOID              PIC S9(9) COMP-5 VALUE 0.
       01 WS-CST-BLANK             PIC S9(9) COMP-5 VALUE 0.
       01 WS-CST-USED-DISP         PIC Z(8)9.
       01 WS-CST-VOID-DISP         PIC Z(8)9.
       01 WS-CST-BLANK-DISP        PIC Z(8)9.
       01 WS-CST-NO-DISP           PIC Z(9)9.
       01 WS-CST-FROM-DISP         PIC Z(9)9.
       01 WS-CHQ-ADD-NO            PIC X(10) VALUE SPACES.
       01 WS-CHQ-ADD-QUEUE         PIC 9 VALUE 0.
       01 WS-CHQ-TX-ID             PIC 9(10) VALUE 0.
       01 WS-CHQ-RC                PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHP-COUNT             PIC S9(4) COMP-5 VALUE 0.
       01 WS-CHP-IDX               PIC S9(4) COMP-5 VALUE 0.
       01 WS-CHP-PRINTED           PIC S9(4) COMP-5 VALUE 0.
       01 WS-CHP-PRINTED-DISP      PIC Z(3)9.
       01 WS-CHP-TABLE.
          05 WS-CHP-ENTRY OCCURS 100 TIMES.
             10 WS-CHP-TX-ID       PIC S9(9) COMP-5.
             10 WS-CHP-DATE        PIC X(11).
             10 WS-CHP-PAYEE       PIC X(51).
             10 WS-CHP-AMOUNT      PIC S9(18) COMP-5.
       01 WS-CHP-STUB-BILL         PIC 9(10) VALUE 0.
       01 WS-CHP-STUB-DUE          PIC X(11) VALUE SPACES.
       01 WS-CHP-STUB-AMT          PIC S9(18) COMP-5 VALUE 0.
       01 WS-CHP-STUB-NOTE         PIC X(101) VALUE SPACES.
       01 WS-DISP-CHP-PROTECT      PIC ***,***,**9.99.
       01 WS-DISP-CHP-STUB         PIC -(9)9.99.
      *> 金额大写 (英文): 按百万/千/个三段拼出
       01 WS-CHW-TEXT              PIC X(130) VALUE SPACES.
       01 WS-CHW-PTR               PIC S9(4) COMP-5 VALUE 1.
       01 WS-CHW-DOLLARS           PIC 9(9) VALUE 0.
       01 WS-CHW-CENTS             PIC 99 VALUE 0.
       01 WS-CHW-MILL              PIC 9(3) VALUE 0.
       01 WS-CHW-THOU              PIC 9(3) VALUE 0.
       01 WS-CHW-UNIT              PIC 9(3) VALUE 0.
       01 WS-CHW-GROUP             PIC 9(3) VALUE 0.
       01 WS-CHW-HUND              PIC 9 VALUE 0.
       01 WS-CHW-TU                PIC 99 VALUE 0.
       01 WS-CHW-T                 PIC 9 VALUE 0.
       01 WS-CHW-U                 PIC 9 VALUE 0.
       01 WS-CHW-N                 PIC 99 VALUE 0.
       01 WS-CHW-WORD              PIC X(10) VALUE SPACES.
      *> 银行锁箱收款文件 (lockbox)
       01 WS-LBX-PATH              PIC X(211) VALUE SPACES.
       01 WS-LBX-STATUS            PIC XX VALUE SPACES.
       01 WS-LBX-EOF               PIC 9 VALUE 0.
       01 WS-LBX-F1                PIC X(4) VALUE SPACES.
       01 WS-LBX-F2                PIC X(51) VALUE SPACES.
       01 WS-LBX-F3                PIC X(20) VALUE SPACES.
       01 WS-LBX-F4                PIC X(20) VALUE SPACES.
       01 WS-LBX-DATE              PIC X(11) VALUE SPACES.
       01 WS-LBX-HDR-COUNT         PIC S9(9) COMP-5 VALUE 0.
       01 WS-LBX-HDR-TOTAL         PIC S9(18) COMP-5 VALUE 0.
       01 WS-LBX-TRL-COUNT         PIC S9(9) COMP-5 VALUE 0.
       01 WS-LBX-TRL-TOTAL         PIC S9(18) COMP-5 VALUE 0.
       01 WS-LBX-TRL-SEEN          PIC 9 VALUE 0.
       01 WS-LBX-ROWS              PIC S9(4) COMP-5 VALUE 0.
       01 WS-LBX-IDX               PIC S9(4) COMP-5 VALUE 0.
       01 WS-LBX-SUM               PIC S9(18) COMP-5 VALUE 0.
       01 WS-LBX-CLOSED            PIC S9(9) COMP-5 VALUE 0.
       01 WS-LBX-SHORT             PIC S9(9) COMP-5 VALUE 0.
       01 WS-LBX-UNAPPLIED         PIC S9(9) COMP-5 VALUE 0.
       01 WS-LBX-REJECTED          PIC S9(9) COMP-5 VALUE 0.
       01 WS-LBX-CLOSED-DISP       PIC Z(8)9.
       01 WS-LBX-SHORT-DISP        PIC Z(8)9.
       01 WS-LBX-UNAPPLIED-DISP    PIC Z(8)9.
       01 WS-LBX-REJECTED-DISP     PIC Z(8)9.
       01 WS-LBX-INV-NO            PIC S9(9) COMP-5 VALUE 0.
       01 WS-LBX-AR-ID             PIC 9(10) VALUE 0.
       01 WS-LBX-OPEN              PIC S9(18) COMP-5 VALUE 0.
       01 WS-LBX-REASON            PIC X(40) VALUE SPACES.
       01 WS-LBX-UNAP-ID           PIC 9(10) VALUE 0.
       01 WS-LBX-UNAP-AMT          PIC S9(18) COMP-5 VALUE 0.
       01 WS-LBX-UNAP-REF          PIC X(20) VALUE SPACES.
       01 WS-DISP-LBX-AMT          PIC -(9)9.99.
       01 WS-LBX-TABLE.
          05 WS-LBX-ROW OCCURS 200 TIMES.
             10 WS-LBX-R-PAYER     PIC X(51).
             10 WS-LBX-R-INV       PIC X(20).
             10 WS-LBX-R-AMT       PIC X(20).
      *> 催收批 (dunning) - 档位天数/滞纳金取自 .ledgerrc
       01 WS-DUN-DAYS-TABLE.
          05 WS-DUN-DAYS OCCURS 5 TIMES PIC S9(4) COMP-5.
       01 WS-DUN-LEVELS            PIC S9(4) COMP-5 VALUE 0.
       01 WS-DUN-FEE-CENTS         PIC S9(18) COMP-5 VALUE 0.
       01 WS-DUN-FEE-LEVEL         PIC S9(4) COMP-5 VALUE 0.
       01 WS-DUN-CFG-F1            PIC X(6) VALUE SPACES.
       01 WS-DUN-CFG-F2            PIC X(6) VALUE SPACES.
       01 WS-DUN-CFG-F3            PIC X(6) VALUE SPACES.
       01 WS-DUN-CFG-F4            PIC X(6) VALUE SPACES.
       01 WS-DUN-CFG-F5            PIC X(6) VALUE SPACES.
       01 WS-DUN-LEVEL             PIC S9(4) COMP-5 VALUE 0.
       01 WS-DUN-LEVEL-IDX         PIC S9(4) COMP-5 VALUE 0.
       01 WS-DUN-LEVEL-DISP        PIC 9 VALUE 0.
       01 WS-DUN-COUNT             PIC S9(4) COMP-5 VALUE 0.
       01 WS-DUN-IDX               PIC S9(4) COMP-5 VALUE 0.
       01 WS-DUN-SENT              PIC S9(9) COMP-5 VALUE 0.
       01 WS-DUN-DISPUTED          PIC S9(9) COMP-5 VALUE 0.
       01 WS-DUN-ALREADY           PIC S9(9) COMP-5 VALUE 0.
       01 WS-DUN-FEES              PIC S9(9) COMP-5 VALUE 0.
       01 WS-DUN-SENT-DISP         PIC Z(8)9.
       01 WS-DUN-DISPUTED-DISP     PIC Z(8)9.
       01 WS-DUN-ALREADY-DISP      PIC Z(8)9.
       01 WS-DUN-FEES-DISP         PIC Z(8)9.
       01 WS-DUN-FILE-KEY          PIC X(51) VALUE SPACES.
       01 WS-DUN-LETTER-OK         PIC 9 VALUE 0.
       01 WS-DUN-KEY-LEN           PIC 9(3) VALUE 0.
       01 WS-DUN-DATE-KEY          PIC X(8) VALUE SPACES.
       01 WS-DUN-DISPUTE           PIC 9 VALUE 0.
       01 WS-DUN-ITEM-INV          PIC S9(9) COMP-5 VALUE 0.
       01 WS-DUN-ITEM-OPEN         PIC S9(18) COMP-5 VALUE 0.
       01 WS-DUN-ITEM-DAYS         PIC S9(9) COMP-5 VALUE 0.
       01 WS-DUN-ITEM-DAYS-DISP    PIC Z(4)9.
       01 WS-DISP-DUN-AMT          PIC -(9)9.99.
       01 WS-DUN-TABLE.
          05 WS-DUN-CUST OCCURS 200 TIMES.
             10 WS-DUN-C-PAYEE     PIC X(51).
             10 WS-DUN-C-DAYS      PIC S9(9) COMP-5.
             10 WS-DUN-C-OVERDUE   PIC S9(18) COMP-5.
             10 WS-DUN-C-LAST      PIC S9(4) COMP-5.
             10 WS-DUN-C-LAST-DATE PIC X(11).
             10 WS-DUN-C-DISPUTE   PIC 9.
      *> 客户贷项通知单 (ar credit) - 号段与发票号分开
       01 WS-CM-NO                 PIC S9(9) COMP-5 VALUE 0.
       01 WS-CM-NO-DISP            PIC 9(6) VALUE 0.
       01 WS-CM-DATE               PIC X(11) VALUE SPACES.
       01 WS-CM-AMOUNT             PIC S9(18) COMP-5 VALUE 0.
       01 WS-CM-APPLIED            PIC S9(18) COMP-5 VALUE 0.
       01 WS-CM-EXCESS             PIC S9(18) COMP-5 VALUE 0.
       01 WS-CM-CREDIT             PIC S9(18) COMP-5 VALUE 0.
       01 WS-CM-TOTAL              PIC S9(18) COMP-5 VALUE 0.
       01 WS-CM-NOTE               PIC X(101) VALUE SPACES.
       01 WS-CM-WORK-PATH          PIC X(211) VALUE SPACES.
       01 WS-DISP-CM-AMT           PIC -(9)9.99.
       01 WS-DISP-CM-APPLIED       PIC -(9)9.99.
       01 WS-DISP-CM-EXCESS        PIC -(9)9.99.
      *> 三单匹配 (承诺/收货/账单) - 容差取自 .ledgerrc
       01 WS-ARG-COMMIT            PIC 9(10) VALUE 0.
       01 WS-MATCH-PRICE-TOL       PIC 9(3)V99 VALUE 5.
       01 WS-MATCH-QTY-TOL         PIC 9(3)V99 VALUE 0.
       01 WS-MATCH-BILL-ID         PIC 9(10) VALUE 0.
       01 WS-MATCH-BILL-AMT        PIC S9(18) COMP-5 VALUE 0.
       01 WS-MATCH-BILL-QTY        PIC S9(18) COMP-5 VALUE 0.
       01 WS-MATCH-CMT-ID          PIC 9(10) VALUE 0.
       01 WS-MATCH-CMT-AMT         PIC S9(18) COMP-5 VALUE 0.
       01 WS-MATCH-ORDER-QTY       PIC S9(18) COMP-5 VALUE 0.
       01 WS-MATCH-RECV-QTY        PIC S9(18) COMP-5 VALUE 0.
       01 WS-MATCH-EXPECTED        PIC S9(18) COMP-5 VALUE 0.
       01 WS-MATCH-DIFF            PIC S9(18) COMP-5 VALUE 0.
       01 WS-MATCH-LIMIT           PIC S9(18) COMP-5 VALUE 0.
       01 WS-MATCH-STATUS          PIC X(10) VALUE SPACES.
       01 WS-MATCH-REASON          PIC X(60) VALUE SPACES.
       01 WS-MATCH-COUNT           PIC S9(9) COMP-5 VALUE 0.
       01 WS-MATCH-EXC-COUNT       PIC S9(9) COMP-5 VALUE 0.
       01 WS-MATCH-COUNT-DISP      PIC Z(8)9.
       01 WS-MATCH-EXC-DISP        PIC Z(8)9.
       01 WS-MATCH-QTY-DISP        PIC -(9)9.999.
       01 WS-MATCH-IDS-TABLE.
          05 WS-MATCH-IDS OCCURS 200 TIMES PIC 9(10).
       01 WS-MATCH-IDS-COUNT       PIC S9(4) COMP-5 VALUE 0.
       01 WS-MATCH-IDS-IDX         PIC S9(4) COMP-5 VALUE 0.
      *> 电子发票导入 (UBL 风格 XML -> ap 账单)
       01 WS-EIN-PATH              PIC X(211) VALUE SPACES.
       01 WS-EIN-STATUS            PIC XX VALUE SPACES.
       01 WS-EIN-EOF               PIC 9 VALUE 0.
       01 WS-EIN-LONG              PIC 9 VALUE 0.
       01 WS-EIN-SEG               PIC X(200) VALUE SPACES.
       01 WS-EIN-PTR               PIC S9(4) COMP-5 VALUE 0.
       01 WS-EIN-TAGPART           PIC X(200) VALUE SPACES.
       01 WS-EIN-VALUE             PIC X(100) VALUE SPACES.
       01 WS-EIN-TAG               PIC X(60) VALUE SPACES.
       01 WS-EIN-T1                PIC X(60) VALUE SPACES.
       01 WS-EIN-T2                PIC X(60) VALUE SPACES.
       01 WS-EIN-CLOSE             PIC 9 VALUE 0.
       01 WS-EIN-IN-SUPPLIER       PIC 9 VALUE 0.
       01 WS-EIN-IN-CUSTOMER       PIC 9 VALUE 0.
       01 WS-EIN-IN-LINE           PIC 9 VALUE 0.
       01 WS-EIN-IN-TAXTOT         PIC 9 VALUE 0.
       01 WS-EIN-IN-TAXSUB         PIC 9 VALUE 0.
       01 WS-EIN-IN-TOTALS         PIC 9 VALUE 0.
       01 WS-EIN-INV-NO            PIC X(30) VALUE SPACES.
       01 WS-EIN-VENDOR            PIC X(51) VALUE SPACES.
       01 WS-EIN-ISSUE             PIC X(11) VALUE SPACES.
       01 WS-EIN-DUE               PIC X(11) VALUE SPACES.
       01 WS-EIN-AMT-TXT           PIC X(20) VALUE SPACES.
       01 WS-EIN-AMT-CENTS         PIC S9(18) COMP-5 VALUE 0.
       01 WS-EIN-NET               PIC S9(18) COMP-5 VALUE 0.
       01 WS-EIN-TAX               PIC S9(18) COMP-5 VALUE 0.
       01 WS-EIN-GROSS             PIC S9(18) COMP-5 VALUE 0.
       01 WS-EIN-TAX-SEEN          PIC 9 VALUE 0.
       01 WS-EIN-LINES             PIC S9(9) COMP-5 VALUE 0.
       01 WS-EIN-LINES-DISP        PIC Z(8)9.
       01 WS-EIN-BAD-AMT           PIC 9 VALUE 0.
       01 WS-EIN-BILL-ID           PIC 9(10) VALUE 0.
       01 WS-EIN-REASON            PIC X(100) VALUE SPACES.
       01 WS-EIN-BASE              PIC X(100) VALUE SPACES.
       01 WS-EIN-IDX               PIC S9(4) COMP-5 VALUE 0.
       01 WS-EIN-DEST              PIC X(211) VALUE SPACES.
       01 WS-EIN-MOVE-RC           PIC S9(9) COMP-5 VALUE 0.
       01 WS-DISP-EIN-NET          PIC -(9)9.99.
       01 WS-DISP-EIN-TAX          PIC -(9)9.99.
       01 WS-DISP-EIN-GROSS        PIC -(9)9.99.
      *> 增值税申报 (return/file/adjust/list) 与已申报期间锁
       01 WS-VAT-AUTH-ACCT         PIC X(51) VALUE "tax-authority".
       01 WS-VAT-PERIOD            PIC X(10) VALUE SPACES.
       01 WS-VAT-STATUS            PIC X(10) VALUE SPACES.
       01 WS-VAT-FILED-DATE        PIC X(11) VALUE SPACES.
       01 WS-VAT-FILED-BY          PIC X(32) VALUE SPACES.
       01 WS-VAT-FROM              PIC X(7) VALUE SPACES.
       01 WS-VAT-TO                PIC X(7) VALUE SPACES.
       01 WS-VAT-OUT-TAX           PIC S9(18) COMP-5 VALUE 0.
       01 WS-VAT-IN-TAX            PIC S9(18) COMP-5 VALUE 0.
       01 WS-VAT-OUT-NET           PIC S9(18) COMP-5 VALUE 0.
       01 WS-VAT-IN-NET            PIC S9(18) COMP-5 VALUE 0.
       01 WS-VAT-ADJ               PIC S9(18) COMP-5 VALUE 0.
       01 WS-VAT-BOX3              PIC S9(18) COMP-5 VALUE 0.
       01 WS-VAT-BOX5              PIC S9(18) COMP-5 VALUE 0.
       01 WS-DISP-VAT-BOX          PIC -(12)9.99.
       01 WS-VLK-ID                PIC 9(10) VALUE 0.
       01 WS-VLK-DATE              PIC X(11) VALUE SPACES.
       01 WS-VLK-TAX               PIC S9(18) COMP-5 VALUE 0.
       01 WS-VLK-PERIOD            PIC X(10) VALUE SPACES.
       01 WS-VLK-RC                PIC S9(9) COMP-5 VALUE 0.
       01 WS-VLK-LOCKED            PIC 9 VALUE 0.
       01 WS-VLK-RUN-ID            PIC 9(10) VALUE 0.
       01 WS-VLK-ROW-ID            PIC 9(10) VALUE 0.
       01 WS-VLK-ROW-RC            PIC S9(9) COMP-5 VALUE 0.
       01 WS-PCK-DATE              PIC X(11) VALUE SPACES.
       01 WS-PCK-TAX               PIC S9(18) COMP-5 VALUE 0.
       01 WS-PCK-YEAR              PIC 9(4) VALUE 0.
       01 WS-PCK-MONTH             PIC 9(2) VALUE 0.
       01 WS-PCK-FY                PIC X(4) VALUE SPACES.
       01 WS-PCK-CLOSED            PIC 9 VALUE 0.
       01 WS-PCK-BLOCKED           PIC 9 VALUE 0.
       01 WS-PCK-RC                PIC S9(9) COMP-5 VALUE 0.
      *> 年度供应商付款信息申报 (1099 式): 收款人税务资料与申报文件
       01 WS-ARG-TIN               PIC X(20) VALUE SPACES.
       01 WS-ARG-REPORTABLE        PIC 9 VALUE 0.
       01 WS-ARG-BOX               PIC X(10) VALUE SPACES.
       01 WS-INF-THRESHOLD         PIC S9(18) COMP-5 VALUE 60000.
       01 WS-INF-PAYER-TIN         PIC X(20) VALUE SPACES.
       01 WS-INF-TIN               PIC X(20) VALUE SPACES.
       01 WS-INF-BOX               PIC X(10) VALUE SPACES.
       01 WS-INF-REPORTABLE        PIC 9 VALUE 0.
       01 WS-INF-TOTAL             PIC S9(18) COMP-5 VALUE 0.
       01 WS-INF-SUM               PIC S9(18) COMP-5 VALUE 0.
       01 WS-INF-MISSING           PIC S9(9) COMP-5 VALUE 0.
       01 WS-INF-COUNT             PIC S9(9) COMP-5 VALUE 0.
       01 WS-INF-BELOW             PIC S9(9) COMP-5 VALUE 0.
       01 WS-INF-COUNT-DISP        PIC Z(8)9.
       01 WS-INF-BELOW-DISP        PIC Z(8)9.
       01 WS-INF-MISSING-DISP      PIC Z(8)9.
       01 WS-INF-TIN-LEN           PIC S9(4) COMP-5 VALUE 0.
       01 WS-INF-TIN-MASK          PIC X(20) VALUE SPACES.
       01 WS-DISP-INF-TOTAL        PIC -(9)9.99.
       01 WS-DISP-INF-SUM          PIC -(12)9.99.
       01 WS-INF-HEADER-REC.
          05 WS-INF-H-TYPE         PIC X VALUE "T".
          05 WS-INF-H-YEAR         PIC X(4) VALUE SPACES.
          05 WS-INF-H-TIN          PIC X(20) VALUE SPACES.
          05 WS-INF-H-PAYER        PIC X(40) VALUE SPACES.
          05 WS-INF-H-CREATED      PIC X(10) VALUE SPACES.
       01 WS-INF-DETAIL-REC.
          05 WS-INF-D-TYPE         PIC X VALUE "B".
          05 WS-INF-D-YEAR         PIC X(4) VALUE SPACES.
          05 WS-INF-D-BOX          PIC X(10) VALUE SPACES.
          05 WS-INF-D-TIN          PIC X(20) VALUE SPACES.
          05 WS-INF-D-NAME         PIC X(40) VALUE SPACES.
          05 WS-INF-D-AMOUNT       PIC 9(13) VALUE 0.
       01 WS-INF-TRAILER-REC.
          05 WS-INF-T-TYPE         PIC X VALUE "F".
          05 WS-INF-T-COUNT        PIC 9(9) VALUE 0.
          05 WS-INF-T-TOTAL        PIC 9(15) VALUE 0.
      *> 证券投资 (证券主档/税批/价格/已实现与未实现损益)
       01 WS-ARG-SYMBOL            PIC X(12) VALUE SPACES.
       01 WS-ARG-PRICE             PIC X(20) VALUE SPACES.
       01 WS-ARG-FEE               PIC X(20) VALUE SPACES.
       01 WS-ARG-LOT               PIC 9(10) VALUE 0.
       01 WS-ARG-RATIO             PIC X(20) VALUE SPACES.
       01 WS-INV-CATEGORY          PIC X(51) VALUE "investments".
       01 WS-INV-DIV-CATEGORY      PIC X(51) VALUE "dividends".
       01 WS-INV-SEC-ACCOUNT       PIC X(51) VALUE "securities".
       01 WS-INV-POST-NOTE         PIC X(256) VALUE SPACES.
       01 WS-INV-SYMBOL            PIC X(12) VALUE SPACES.
       01 WS-INV-NAME              PIC X(51) VALUE SPACES.
       01 WS-INV-ACCOUNT           PIC X(51) VALUE SPACES.
       01 WS-INV-QTY               PIC S9(18) COMP-5 VALUE 0.
       01 WS-INV-PRICE-E4          PIC S9(18) COMP-5 VALUE 0.
       01 WS-INV-PRICE-NUM         PIC S9(9)V9(4) VALUE 0.
       01 WS-INV-GROSS             PIC S9(18) COMP-5 VALUE 0.
       01 WS-INV-FEE               PIC S9(18) COMP-5 VALUE 0.
       01 WS-INV-CASH              PIC S9(18) COMP-5 VALUE 0.
       01 WS-INV-COST              PIC S9(18) COMP-5 VALUE 0.
       01 WS-INV-MARKET            PIC S9(18) COMP-5 VALUE 0.
       01 WS-INV-UNREAL            PIC S9(18) COMP-5 VALUE 0.
       01 WS-INV-PROCEEDS          PIC S9(18) COMP-5 VALUE 0.
       01 WS-INV-GAIN              PIC S9(18) COMP-5 VALUE 0.
       01 WS-INV-TOT-COST          PIC S9(18) COMP-5 VALUE 0.
       01 WS-INV-TOT-MARKET        PIC S9(18) COMP-5 VALUE 0.
       01 WS-INV-TOT-UNREAL        PIC S9(18) COMP-5 VALUE 0.
       01 WS-INV-TOT-PROCEEDS      PIC S9(18) COMP-5 VALUE 0.
       01 WS-INV-TOT-GAIN          PIC S9(18) COMP-5 VALUE 0.
       01 WS-INV-TOT-SHORT         PIC S9(18) COMP-5 VALUE 0.
       01 WS-INV-TOT-LONG          PIC S9(18) COMP-5 VALUE 0.
       01 WS-INV-RATIO-NUM         PIC S9(9) COMP-5 VALUE 0.
       01 WS-INV-RATIO-DEN         PIC S9(9) COMP-5 VALUE 0.
       01 WS-INV-RATIO-F1          PIC X(10) VALUE SPACES.
       01 WS-INV-RATIO-F2          PIC X(10) VALUE SPACES.
       01 WS-INV-LOT-ID            PIC 9(10) VALUE 0.
       01 WS-INV-ACQ-DATE          PIC X(11) VALUE SPACES.
       01 WS-INV-SALE-DATE         PIC X(11) VALUE SPACES.
       01 WS-INV-PRICE-DATE        PIC X(11) VALUE SPACES.
       01 WS-INV-TERM              PIC X(5) VALUE SPACES.
       01 WS-INV-YEARS             PIC S9(4) COMP-5 VALUE 0.
       01 WS-INV-F1                PIC X(20) VALUE SPACES.
       01 WS-INV-F2                PIC X(20) VALUE SPACES.
       01 WS-INV-F3                PIC X(20) VALUE SPACES.
       01 WS-INV-LOADED            PIC S9(9) COMP-5 VALUE 0.
       01 WS-INV-REJECTED          PIC S9(9) COMP-5 VALUE 0.
       01 WS-INV-LOADED-DISP       PIC Z(8)9.
       01 WS-INV-REJECTED-DISP     PIC Z(8)9.
       01 WS-INV-QTY-DISP          PIC -(9)9.999.
       01 WS-INV-PRICE-DISP        PIC -(7)9.9999.
       01 WS-DISP-INV-AMT1         PIC -(10)9.99.
       01 WS-DISP-INV-AMT2         PIC -(10)9.99.
       01 WS-DISP-INV-AMT3         PIC -(10)9.99.
      *> 库存 (item): 物料主档 + 移动加权平均成本
       01 WS-ARG-SKU               PIC X(20) VALUE SPACES.
       01 WS-ARG-REORDER           PIC X(20) VALUE SPACES.
       01 WS-ITM-ACCOUNT           PIC X(51) VALUE "inventory".
       01 WS-ITM-COGS-CATEGORY     PIC X(51)
                                   VALUE "cost-of-goods-sold".
       01 WS-ITM-SHRINK-CATEGORY   PIC X(51)
                                   VALUE "inventory-shrinkage".
       01 WS-ITM-OVER-CATEGORY     PIC X(51)
                                   VALUE "inventory-overage".
       01 WS-ITM-SKU               PIC X(20) VALUE SPACES.
       01 WS-ITM-NAME              PIC X(51) VALUE SPACES.
       01 WS-ITM-UNIT              PIC X(10) VALUE SPACES.
       01 WS-ITM-KIND              PIC X(10) VALUE SPACES.
       01 WS-ITM-DATE              PIC X(11) VALUE SPACES.
       01 WS-ITM-ON-HAND           PIC S9(18) COMP-5 VALUE 0.
       01 WS-ITM-AVG-E4            PIC S9(18) COMP-5 VALUE 0.
       01 WS-ITM-REORDER           PIC S9(18) COMP-5 VALUE 0.
       01 WS-ITM-MOVE-QTY          PIC S9(18) COMP-5 VALUE 0.
       01 WS-ITM-UNIT-E4           PIC S9(18) COMP-5 VALUE 0.
       01 WS-ITM-NEW-QTY           PIC S9(18) COMP-5 VALUE 0.
       01 WS-ITM-NEW-AVG           PIC S9(18) COMP-5 VALUE 0.
       01 WS-ITM-VALUE             PIC S9(18) COMP-5 VALUE 0.
       01 WS-ITM-TOT-VALUE         PIC S9(18) COMP-5 VALUE 0.
       01 WS-ITM-COGS-TOTAL        PIC S9(18) COMP-5 VALUE 0.
       01 WS-ITM-MARGIN            PIC S9(18) COMP-5 VALUE 0.
       01 WS-ITM-MARGIN-PCT        PIC S9(5)V9 VALUE 0.
       01 WS-ITM-OK                PIC 9 VALUE 0.
       01 WS-ITM-ERR               PIC X(80) VALUE SPACES.
       01 WS-ITM-POST-TYPE         PIC X(10) VALUE SPACES.
       01 WS-ITM-POST-CAT          PIC X(51) VALUE SPACES.
       01 WS-ITM-POST-NOTE         PIC X(100) VALUE SPACES.
       01 WS-ITM-COUNT             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ITM-COUNT-DISP        PIC Z(8)9.
       01 WS-ITM-QTY-DISP          PIC -(9)9.999.
       01 WS-ITM-QTY-DISP2         PIC -(9)9.999.
       01 WS-ITM-AVG-DISP          PIC -(7)9.9999.
       01 WS-DISP-ITM-AMT          PIC -(10)9.99.
       01 WS-DISP-ITM-PCT          PIC -(4)9.9.
      *> 日结文件里的 I 行 (售出物料, 按件出库结转成本)
       01 WS-ITM-TILL-ROWS         PIC S9(4) COMP-5 VALUE 0.
       01 WS-ITM-TILL-IDX          PIC S9(4) COMP-5 VALUE 0.
       01 WS-ITM-TILL-TABLE.
          05 WS-ITM-TILL-ROW OCCURS 50 TIMES.
             10 WS-ITM-TILL-SKU    PIC X(20).
             10 WS-ITM-TILL-QTY    PIC X(20).
      *> 租约登记簿 (lease): 应收租金/滞纳金/押金负债
       01 WS-ARG-DEPOSIT           PIC X(20) VALUE SPACES.
       01 WS-ARG-DEDUCT            PIC X(20) VALUE SPACES.
       01 WS-LSE-DEP-ACCOUNT       PIC X(51)
                                   VALUE "security-deposits".
       01 WS-LSE-DEDUCT-CATEGORY   PIC X(51)
                                   VALUE "deposit-deductions".
       01 WS-LSE-SAVE-ACCT         PIC X(51) VALUE SPACES.
       01 WS-LSE-GRACE-DAYS        PIC S9(4) COMP-5 VALUE 5.
       01 WS-LSE-LATE-FEE          PIC S9(18) COMP-5 VALUE 5000.
       01 WS-LSE-ID                PIC 9(10) VALUE 0.
       01 WS-LSE-AR-ID             PIC 9(10) VALUE 0.
       01 WS-LSE-UNIT              PIC X(51) VALUE SPACES.
       01 WS-LSE-TENANT            PIC X(51) VALUE SPACES.
       01 WS-LSE-RENT              PIC S9(18) COMP-5 VALUE 0.
       01 WS-LSE-DUE-DAY           PIC S9(4) COMP-5 VALUE 0.
       01 WS-LSE-START             PIC X(11) VALUE SPACES.
       01 WS-LSE-END               PIC X(11) VALUE SPACES.
       01 WS-LSE-DEPOSIT           PIC S9(18) COMP-5 VALUE 0.
       01 WS-LSE-DEDUCT            PIC S9(18) COMP-5 VALUE 0.
       01 WS-LSE-REFUND            PIC S9(18) COMP-5 VALUE 0.
       01 WS-LSE-ARREARS           PIC S9(18) COMP-5 VALUE 0.
       01 WS-LSE-STATUS            PIC X(10) VALUE SPACES.
       01 WS-LSE-OCCUPANCY         PIC X(10) VALUE SPACES.
       01 WS-LSE-RUN-DATE          PIC X(11) VALUE SPACES.
       01 WS-LSE-DUE-DATE          PIC X(11) VALUE SPACES.
       01 WS-LSE-CUTOFF            PIC X(11) VALUE SPACES.
       01 WS-LSE-HORIZON           PIC X(11) VALUE SPACES.
       01 WS-LSE-DATE-NUM          PIC 9(8) VALUE 0.
       01 WS-LSE-DAY-INT           PIC S9(9) COMP-5 VALUE 0.
       01 WS-LSE-DD                PIC 9(2) VALUE 0.
       01 WS-LSE-RAISED            PIC S9(9) COMP-5 VALUE 0.
       01 WS-LSE-SKIPPED           PIC S9(9) COMP-5 VALUE 0.
       01 WS-LSE-FEES              PIC S9(9) COMP-5 VALUE 0.
       01 WS-LSE-UNITS             PIC S9(9) COMP-5 VALUE 0.
       01 WS-LSE-OCCUPIED          PIC S9(9) COMP-5 VALUE 0.
       01 WS-LSE-EXPIRING          PIC S9(9) COMP-5 VALUE 0.
       01 WS-LSE-TOT-RENT          PIC S9(18) COMP-5 VALUE 0.
       01 WS-LSE-TOT-ARREARS       PIC S9(18) COMP-5 VALUE 0.
       01 WS-LSE-TOT-DEPOSIT       PIC S9(18) COMP-5 VALUE 0.
       01 WS-LSE-RAISED-DISP       PIC Z(8)9.
       01 WS-LSE-SKIPPED-DISP      PIC Z(8)9.
       01 WS-LSE-FEES-DISP         PIC Z(8)9.
       01 WS-LSE-UNITS-DISP        PIC Z(8)9.
       01 WS-LSE-OCCUPIED-DISP     PIC Z(8)9.
       01 WS-LSE-EXPIRING-DISP     PIC Z(8)9.
       01 WS-LSE-DAY-DISP          PIC Z9.
       01 WS-DISP-LSE-AMT1         PIC -(9)9.99.
       01 WS-DISP-LSE-AMT2         PIC -(9)9.99.
       01 WS-DISP-LSE-AMT3         PIC -(9)9.99.
      *> 月批先把游标读进表再逐条写库
       01 WS-LSE-COUNT             PIC S9(4) COMP-5 VALUE 0.
       01 WS-LSE-IDX               PIC S9(4) COMP-5 VALUE 0.
       01 WS-LSE-TRUNCATED         PIC 9 VALUE 0.
       01 WS-LSE-TABLE.
          05 WS-LSE-ROW OCCURS 200 TIMES.
             10 WS-LSE-R-ID        PIC 9(10).
             10 WS-LSE-R-AR-ID     PIC 9(10).
             10 WS-LSE-R-TENANT    PIC X(51).
             10 WS-LSE-R-UNIT      PIC X(51).
             10 WS-LSE-R-AMT       PIC S9(18) COMP-5.
             10 WS-LSE-R-DAY       PIC S9(4) COMP-5.
      *> 基金维度 (fund): 限定用途基金/解除限定
       01 WS-ARG-FUND              PIC X(30) VALUE SPACES.
       01 WS-FND-NAME              PIC X(30) VALUE SPACES.
       01 WS-FND-CLASS             PIC X(12) VALUE SPACES.
       01 WS-FND-SPEND-BY          PIC X(11) VALUE SPACES.
       01 WS-FND-BALANCE           PIC S9(18) COMP-5 VALUE 0.
       01 WS-FND-CHK-TYPE          PIC X(10) VALUE SPACES.
       01 WS-FND-CHK-AMOUNT        PIC S9(18) COMP-5 VALUE 0.
       01 WS-FND-BLOCKED           PIC 9 VALUE 0.
       01 WS-FND-CUR-TYPE          PIC X(10) VALUE SPACES.
       01 WS-FND-CUR-AMOUNT        PIC S9(18) COMP-5 VALUE 0.
       01 WS-FND-OPENING           PIC S9(18) COMP-5 VALUE 0.
       01 WS-FND-RECEIPTS          PIC S9(18) COMP-5 VALUE 0.
       01 WS-FND-EXPENSES          PIC S9(18) COMP-5 VALUE 0.
       01 WS-FND-RELEASES          PIC S9(18) COMP-5 VALUE 0.
       01 WS-FND-CLOSING           PIC S9(18) COMP-5 VALUE 0.
       01 WS-FND-TOT-OPENING       PIC S9(18) COMP-5 VALUE 0.
       01 WS-FND-TOT-RECEIPTS      PIC S9(18) COMP-5 VALUE 0.
       01 WS-FND-TOT-EXPENSES      PIC S9(18) COMP-5 VALUE 0.
       01 WS-FND-TOT-CLOSING       PIC S9(18) COMP-5 VALUE 0.
       01 WS-FND-DATE-NUM          PIC 9(8) VALUE 0.
       01 WS-FND-DAYS-LEFT         PIC S9(9) COMP-5 VALUE 0.
       01 WS-FND-DAYS-DISP         PIC -(8)9.
       01 WS-FND-FLAG              PIC X(40) VALUE SPACES.
       01 WS-FND-FLAGGED           PIC S9(9) COMP-5 VALUE 0.
       01 WS-FND-POSTED            PIC S9(9) COMP-5 VALUE 0.
       01 WS-FND-POSTED-DISP       PIC Z(8)9.
       01 WS-FND-FLAGGED-DISP      PIC Z(8)9.
       01 WS-FND-REL-DATE          PIC X(11) VALUE SPACES.
       01 WS-DISP-FND-AMT1         PIC -(9)9.99.
       01 WS-DISP-FND-AMT2         PIC -(9)9.99.
       01 WS-DISP-FND-AMT3         PIC -(9)9.99.
       01 WS-DISP-FND-AMT4         PIC -(9)9.99.
       01 WS-DISP-FND-AMT5         PIC -(9)9.99.
       01 WS-FND-COUNT             PIC S9(4) COMP-5 VALUE 0.
       01 WS-FND-IDX               PIC S9(4) COMP-5 VALUE 0.
       01 WS-FND-TRUNCATED         PIC 9 VALUE 0.
       01 WS-FND-TABLE.
          05 WS-FND-ROW OCCURS 100 TIMES.
             10 WS-FND-R-NAME      PIC X(30).
             10 WS-FND-R-AMT       PIC S9(18) COMP-5.
      *> 信用卡积分 (points): 积分子账/累积规则/兑换/过期
       01 WS-PTS-CATEGORY          PIC X(51) VALUE "rewards".
       01 WS-PTS-PROGRAM           PIC X(51) VALUE SPACES.
       01 WS-PTS-ACCOUNT           PIC X(51) VALUE SPACES.
       01 WS-PTS-RULE-CAT          PIC X(51) VALUE SPACES.
       01 WS-PTS-RATE              PIC S9(9) COMP-5 VALUE 0.
       01 WS-PTS-VALUE-E4          PIC S9(18) COMP-5 VALUE 0.
       01 WS-PTS-MONTHS            PIC S9(4) COMP-5 VALUE 0.
       01 WS-PTS-POINTS            PIC S9(18) COMP-5 VALUE 0.
       01 WS-PTS-BALANCE           PIC S9(18) COMP-5 VALUE 0.
       01 WS-PTS-EARNED            PIC S9(18) COMP-5 VALUE 0.
       01 WS-PTS-REDEEMED          PIC S9(18) COMP-5 VALUE 0.
       01 WS-PTS-EXPIRED           PIC S9(18) COMP-5 VALUE 0.
       01 WS-PTS-EXPIRING          PIC S9(18) COMP-5 VALUE 0.
       01 WS-PTS-CASH              PIC S9(18) COMP-5 VALUE 0.
       01 WS-PTS-TOT-CASH          PIC S9(18) COMP-5 VALUE 0.
       01 WS-PTS-KIND              PIC X(10) VALUE SPACES.
       01 WS-PTS-TX-TYPE           PIC X(10) VALUE SPACES.
       01 WS-PTS-QUIET             PIC 9 VALUE 0.
       01 WS-PTS-RUN-POINTS        PIC S9(18) COMP-5 VALUE 0.
       01 WS-PTS-RUN-RC            PIC S9(9) COMP-5 VALUE 0.
       01 WS-PTS-HORIZON           PIC X(11) VALUE SPACES.
       01 WS-PTS-DATE              PIC X(11) VALUE SPACES.
       01 WS-PTS-DATE-NUM          PIC 9(8) VALUE 0.
       01 WS-PTS-RATE-NUM          PIC S9(5)V99 VALUE 0.
       01 WS-PTS-DISP              PIC -(13)9.
       01 WS-PTS-DISP2             PIC -(13)9.
       01 WS-PTS-DISP3             PIC -(13)9.
       01 WS-PTS-DISP4             PIC -(13)9.
       01 WS-PTS-RATE-DISP         PIC Z(4)9.99.
       01 WS-PTS-MONTHS-DISP       PIC ZZ9.
       01 WS-PTS-VALUE-DISP        PIC Z(3)9.9999.
       01 WS-DISP-PTS-AMT          PIC -(9)9.99.
      *> 车辆里程登记 (mileage): 行程/费率表/报销单/报税
       01 WS-ARG-ODO-START         PIC S9(8)V9 VALUE -1.
       01 WS-ARG-ODO-END           PIC S9(8)V9 VALUE -1.
       01 WS-MIL-CATEGORY          PIC X(51) VALUE "mileage".
       01 WS-MIL-VEHICLE           PIC X(51) VALUE SPACES.
       01 WS-MIL-DRIVER            PIC X(51) VALUE SPACES.
       01 WS-MIL-PREV-VEHICLE      PIC X(51) VALUE SPACES.
       01 WS-MIL-PURPOSE           PIC X(256) VALUE SPACES.
       01 WS-MIL-PROJECT           PIC X(51) VALUE SPACES.
       01 WS-MIL-KIND              PIC X(10) VALUE SPACES.
       01 WS-MIL-DATE              PIC X(11) VALUE SPACES.
       01 WS-MIL-TRIP-ID           PIC 9(10) VALUE 0.
       01 WS-MIL-CLAIM-ID          PIC 9(10) VALUE 0.
       01 WS-MIL-ODO-START         PIC S9(18) COMP-5 VALUE 0.
       01 WS-MIL-ODO-END           PIC S9(18) COMP-5 VALUE 0.
       01 WS-MIL-PREV-END          PIC S9(18) COMP-5 VALUE 0.
       01 WS-MIL-TENTHS            PIC S9(18) COMP-5 VALUE 0.
       01 WS-MIL-RATE-E4           PIC S9(18) COMP-5 VALUE 0.
       01 WS-MIL-RATE-NUM          PIC S9(5)V9(4) VALUE 0.
       01 WS-MIL-CENTS             PIC S9(18) COMP-5 VALUE 0.
       01 WS-MIL-BUS-TENTHS        PIC S9(18) COMP-5 VALUE 0.
       01 WS-MIL-PER-TENTHS        PIC S9(18) COMP-5 VALUE 0.
       01 WS-MIL-TOT-TENTHS        PIC S9(18) COMP-5 VALUE 0.
       01 WS-MIL-TOT-CENTS         PIC S9(18) COMP-5 VALUE 0.
       01 WS-MIL-CLAIMED           PIC S9(18) COMP-5 VALUE 0.
       01 WS-MIL-PCT               PIC S9(3)V9 VALUE 0.
       01 WS-MIL-COUNT             PIC S9(9) COMP-5 VALUE 0.
       01 WS-MIL-EXC-COUNT         PIC S9(9) COMP-5 VALUE 0.
       01 WS-MIL-LOCK-COUNT        PIC S9(9) COMP-5 VALUE 0.
       01 WS-MIL-CLAIM-COUNT       PIC S9(9) COMP-5 VALUE 0.
       01 WS-MIL-FIRST             PIC X VALUE "Y".
       01 WS-MIL-EXC-ONLY          PIC X VALUE "N".
       01 WS-MIL-FLAG              PIC X(40) VALUE SPACES.
       01 WS-MIL-IDX               PIC S9(4) COMP-5 VALUE 0.
       01 WS-MIL-MAX               PIC S9(4) COMP-5 VALUE 200.
       01 WS-MIL-TABLE.
          05 WS-MIL-ROW OCCURS 200 TIMES.
             10 WS-MIL-T-ID        PIC 9(10).
             10 WS-MIL-T-VEHICLE   PIC X(51).
             10 WS-MIL-T-DRIVER    PIC X(51).
             10 WS-MIL-T-DATE      PIC X(11).
             10 WS-MIL-T-TENTHS    PIC S9(18) COMP-5.
             10 WS-MIL-T-PURPOSE   PIC X(60).
       01 WS-MIL-ODO-DISP          PIC Z(7)9.9.
       01 WS-MIL-ODO-DISP2         PIC Z(7)9.9.
       01 WS-MIL-MILES-DISP        PIC -(7)9.9.
       01 WS-MIL-MILES-DISP2       PIC -(7)9.9.
       01 WS-MIL-MILES-DISP3       PIC -(7)9.9.
       01 WS-MIL-RATE-DISP         PIC Z(4)9.9999.
       01 WS-MIL-PCT-DISP          PIC ZZ9.9.
       01 WS-MIL-AMT-DISP          PIC -(9)9.99.
       01 WS-MIL-COUNT-DISP        PIC Z(8)9.
      *> 医疗账户 (hsa): HSA/FSA 计划年度/缴存上限/报销
       01 WS-HSA-PLAN              PIC X(51) VALUE SPACES.
       01 WS-HSA-KIND              PIC X(10) VALUE SPACES.
       01 WS-HSA-ACCOUNT           PIC X(51) VALUE SPACES.
       01 WS-HSA-CATEGORY          PIC X(51) VALUE SPACES.
       01 WS-HSA-FROM              PIC X(11) VALUE SPACES.
       01 WS-HSA-TO                PIC X(11) VALUE SPACES.
       01 WS-HSA-DEADLINE          PIC X(11) VALUE SPACES.
       01 WS-HSA-LIMIT             PIC S9(18) COMP-5 VALUE 0.
       01 WS-HSA-CONTRIB           PIC S9(18) COMP-5 VALUE 0.
       01 WS-HSA-CLAIMED           PIC S9(18) COMP-5 VALUE 0.
       01 WS-HSA-AVAILABLE         PIC S9(18) COMP-5 VALUE 0.
       01 WS-HSA-UNREIMB           PIC S9(18) COMP-5 VALUE 0.
       01 WS-HSA-UNREIMB-COUNT     PIC S9(9) COMP-5 VALUE 0.
       01 WS-HSA-TX-AMOUNT         PIC S9(18) COMP-5 VALUE 0.
       01 WS-HSA-TX-ACCOUNT        PIC X(51) VALUE SPACES.
       01 WS-HSA-TX-DATE           PIC X(11) VALUE SPACES.
       01 WS-HSA-TX-PLAN           PIC X(51) VALUE SPACES.
       01 WS-HSA-TX-CLAIMED        PIC X VALUE "N".
       01 WS-HSA-CHK-CATEGORY      PIC X(51) VALUE SPACES.
       01 WS-HSA-CHK-ACCOUNT       PIC X(51) VALUE SPACES.
       01 WS-HSA-CHK-DATE          PIC X(11) VALUE SPACES.
       01 WS-HSA-CHK-AMOUNT        PIC S9(18) COMP-5 VALUE 0.
       01 WS-HSA-OVER              PIC 9 VALUE 0.
       01 WS-HSA-DATE-NUM          PIC 9(8) VALUE 0.
       01 WS-HSA-DATE-NUM2         PIC 9(8) VALUE 0.
       01 WS-HSA-DAYS-LEFT         PIC S9(9) COMP-5 VALUE 0.
       01 WS-HSA-DAYS-DISP         PIC -(6)9.
       01 WS-HSA-COUNT-DISP        PIC Z(6)9.
       01 WS-DISP-HSA-AMT1         PIC -(9)9.99.
       01 WS-DISP-HSA-AMT2         PIC -(9)9.99.
      *> 保单登记簿 (insurance): 保费计划/理赔/应收赔款
       01 WS-INS-CATEGORY          PIC X(51) VALUE "insurance".
       01 WS-INS-RECOVERY-CATEGORY PIC X(51)
                                   VALUE "insurance-recoveries".
       01 WS-INS-ID                PIC 9(10) VALUE 0.
       01 WS-INS-CLAIM-ID          PIC 9(10) VALUE 0.
       01 WS-INS-AR-ID             PIC 9(10) VALUE 0.
       01 WS-INS-INSURER           PIC X(51) VALUE SPACES.
       01 WS-INS-POLICY-NO         PIC X(51) VALUE SPACES.
       01 WS-INS-COVERAGE          PIC X(10) VALUE SPACES.
       01 WS-INS-FREQ              PIC X(10) VALUE SPACES.
       01 WS-INS-ACCOUNT           PIC X(51) VALUE SPACES.
       01 WS-INS-PREM-CATEGORY     PIC X(51) VALUE SPACES.
       01 WS-INS-NEXT-DUE          PIC X(11) VALUE SPACES.
       01 WS-INS-RENEWAL           PIC X(11) VALUE SPACES.
       01 WS-INS-LOSS-DATE         PIC X(11) VALUE SPACES.
       01 WS-INS-STATUS            PIC X(10) VALUE SPACES.
       01 WS-INS-CUTOFF            PIC X(11) VALUE SPACES.
       01 WS-INS-SAVE-ACCT         PIC X(51) VALUE SPACES.
       01 WS-INS-SAVE-PAYEE        PIC X(51) VALUE SPACES.
       01 WS-INS-PREMIUM           PIC S9(18) COMP-5 VALUE 0.
       01 WS-INS-DEDUCTIBLE        PIC S9(18) COMP-5 VALUE 0.
       01 WS-INS-CLAIMED           PIC S9(18) COMP-5 VALUE 0.
       01 WS-INS-DED-APPLIED       PIC S9(18) COMP-5 VALUE 0.
       01 WS-INS-EXPECTED          PIC S9(18) COMP-5 VALUE 0.
       01 WS-INS-PAID              PIC S9(18) COMP-5 VALUE 0.
       01 WS-INS-SHORTFALL         PIC S9(18) COMP-5 VALUE 0.
       01 WS-INS-OPEN              PIC S9(18) COMP-5 VALUE 0.
       01 WS-INS-TOT-EXPECTED      PIC S9(18) COMP-5 VALUE 0.
       01 WS-INS-COUNT             PIC S9(4) COMP-5 VALUE 0.
       01 WS-INS-POSTED            PIC S9(9) COMP-5 VALUE 0.
       01 WS-INS-TX-ID             PIC 9(10) VALUE 0.
       01 WS-INS-IDX               PIC S9(4) COMP-5 VALUE 0.
       01 WS-INS-TABLE.
          05 WS-INS-ROW OCCURS 200 TIMES.
             10 WS-INS-R-ID        PIC 9(10).
             10 WS-INS-R-INSURER   PIC X(51).
             10 WS-INS-R-POLICY    PIC X(51).
             10 WS-INS-R-ACCOUNT   PIC X(51).
             10 WS-INS-R-CATEGORY  PIC X(51).
             10 WS-INS-R-PREMIUM   PIC S9(18) COMP-5.
             10 WS-INS-R-DUE       PIC X(11).
       01 WS-INS-POSTED-DISP       PIC Z(6)9.
       01 WS-DISP-INS-AMT1         PIC -(9)9.99.
       01 WS-DISP-INS-AMT2         PIC -(9)9.99.
       01 WS-DISP-INS-AMT3         PIC -(9)9.99.
       01 WS-DISP-INS-AMT4         PIC -(9)9.99.
      *> 假设情景沙盒 (scenario): 库的副本, 非生产
       01 WS-ARG-SCENARIO          PIC X(30) VALUE SPACES.
       01 WS-SCN-DIR               PIC X(180) VALUE "./scenarios".
       01 WS-SCN-ACTIVE            PIC 9 VALUE 0.
       01 WS-SCN-BASE-PATH         PIC X(201) VALUE SPACES.
       01 WS-SCN-PATH              PIC X(201) VALUE SPACES.
       01 WS-SCN-NAME              PIC X(30) VALUE SPACES.
       01 WS-SCN-CREATED           PIC X(20) VALUE SPACES.
       01 WS-SCN-CMDLINE           PIC X(500) VALUE SPACES.
       01 WS-SCN-REFUSED           PIC 9 VALUE 0.
       01 WS-SCN-FILE-INFO         PIC X(16) VALUE SPACES.
       01 WS-SCN-CUR-MONTH         PIC X(8) VALUE SPACES.
       01 WS-SCN-SIDE              PIC 9 VALUE 0.
       01 WS-SCN-M-FC              PIC S9(18) COMP-5 VALUE 0.
       01 WS-SCN-M-NW              PIC S9(18) COMP-5 VALUE 0.
       01 WS-SCN-M-ACT             PIC S9(18) COMP-5 VALUE 0.
       01 WS-SCN-M-BUD             PIC S9(18) COMP-5 VALUE 0.
       01 WS-SCN-M-OVER            PIC S9(9) COMP-5 VALUE 0.
       01 WS-SCN-B-FC              PIC S9(18) COMP-5 VALUE 0.
       01 WS-SCN-B-NW              PIC S9(18) COMP-5 VALUE 0.
       01 WS-SCN-B-ACT             PIC S9(18) COMP-5 VALUE 0.
       01 WS-SCN-B-BUD             PIC S9(18) COMP-5 VALUE 0.
       01 WS-SCN-B-OVER            PIC S9(9) COMP-5 VALUE 0.
       01 WS-SCN-DIFF              PIC S9(18) COMP-5 VALUE 0.
       01 WS-SCN-OVER-DISP1        PIC -(8)9.
       01 WS-SCN-OVER-DISP2        PIC -(8)9.
       01 WS-SCN-OVER-DISP3        PIC -(8)9.
       01 WS-DISP-SCN-AMT1         PIC -(11)9.99.
       01 WS-DISP-SCN-AMT2         PIC -(11)9.99.
       01 WS-DISP-SCN-AMT3         PIC -(11)9.99.
      *> 长期财务预测 (report projection): 三套假设
      *> 配置值写成 "增长/通胀/回报" 百分比, 如 2.5/2.5/5.0
       01 WS-ARG-YEARS             PIC S9(4) COMP-5 VALUE 0.
       01 WS-LRP-CFG-LOW           PIC X(30) VALUE "1.0/3.5/3.0".
       01 WS-LRP-CFG-BASE          PIC X(30) VALUE "2.5/2.5/5.0".
       01 WS-LRP-CFG-HIGH          PIC X(30) VALUE "3.5/2.0/7.0".
       01 WS-LRP-CFG-WORK          PIC X(30) VALUE SPACES.
       01 WS-LRP-F1                PIC X(10) VALUE SPACES.
       01 WS-LRP-F2                PIC X(10) VALUE SPACES.
       01 WS-LRP-F3                PIC X(10) VALUE SPACES.
       01 WS-LRP-SETS.
          05 WS-LRP-SET OCCURS 3 TIMES.
             10 WS-LRP-S-NAME      PIC X(4).
             10 WS-LRP-S-GROW      PIC S9(9) COMP-5.
             10 WS-LRP-S-INFL      PIC S9(9) COMP-5.
             10 WS-LRP-S-RET       PIC S9(9) COMP-5.
             10 WS-LRP-S-END-NW    PIC S9(18) COMP-5.
             10 WS-LRP-S-END-REAL  PIC S9(18) COMP-5.
             10 WS-LRP-S-DEBTFREE  PIC 9(4).
       01 WS-LRP-S                 PIC S9(4) COMP-5 VALUE 0.
       01 WS-LRP-PRINT             PIC 9 VALUE 0.
       01 WS-LRP-START-MONTH       PIC X(8) VALUE SPACES.
       01 WS-LRP-START-YEAR        PIC 9(4) VALUE 0.
       01 WS-LRP-START-ASSETS      PIC S9(18) COMP-5 VALUE 0.
       01 WS-LRP-START-LIABS       PIC S9(18) COMP-5 VALUE 0.
       01 WS-LRP-OTHER-LIABS       PIC S9(18) COMP-5 VALUE 0.
       01 WS-LRP-ANN-INCOME        PIC S9(18) COMP-5 VALUE 0.
       01 WS-LRP-ANN-EXPENSE       PIC S9(18) COMP-5 VALUE 0.
       01 WS-LRP-PER-YEAR          PIC S9(4) COMP-5 VALUE 0.
       01 WS-LRP-RULES             PIC S9(9) COMP-5 VALUE 0.
       01 WS-LRP-YEAR              PIC S9(4) COMP-5 VALUE 0.
       01 WS-LRP-CAL-YEAR          PIC 9(4) VALUE 0.
       01 WS-LRP-MON               PIC S9(4) COMP-5 VALUE 0.
       01 WS-LRP-INCOME            PIC S9(18) COMP-5 VALUE 0.
       01 WS-LRP-EXPENSE           PIC S9(18) COMP-5 VALUE 0.
       01 WS-LRP-CASH              PIC S9(18) COMP-5 VALUE 0.
       01 WS-LRP-DEBT              PIC S9(18) COMP-5 VALUE 0.
       01 WS-LRP-NW                PIC S9(18) COMP-5 VALUE 0.
       01 WS-LRP-REAL              PIC S9(18) COMP-5 VALUE 0.
       01 WS-LRP-LOAN-PAID         PIC S9(18) COMP-5 VALUE 0.
       01 WS-LRP-INT               PIC S9(18) COMP-5 VALUE 0.
       01 WS-LRP-PAY               PIC S9(18) COMP-5 VALUE 0.
       01 WS-LRP-DEFLATOR          PIC 9(5)V9(9) COMP-3 VALUE 1.
       01 WS-LRP-LOAN-COUNT        PIC S9(4) COMP-5 VALUE 0.
       01 WS-LRP-LOAN-IDX          PIC S9(4) COMP-5 VALUE 0.
       01 WS-LRP-LOANS.
          05 WS-LRP-LOAN OCCURS 20 TIMES.
             10 WS-LRP-L-NAME      PIC X(51).
             10 WS-LRP-L-BAL       PIC S9(18) COMP-5.
             10 WS-LRP-L-RATE      PIC S9(9) COMP-5.
             10 WS-LRP-L-PAYMENT   PIC S9(18) COMP-5.
             10 WS-LRP-L-WORK      PIC S9(18) COMP-5.
       01 WS-LRP-GOAL-COUNT        PIC S9(4) COMP-5 VALUE 0.
       01 WS-LRP-GOAL-IDX          PIC S9(4) COMP-5 VALUE 0.
       01 WS-LRP-GOALS.
          05 WS-LRP-GOAL OCCURS 20 TIMES.
             10 WS-LRP-G-NAME      PIC X(51).
             10 WS-LRP-G-TARGET    PIC S9(18) COMP-5.
             10 WS-LRP-G-CURRENT   PIC S9(18) COMP-5.
             10 WS-LRP-G-MONTHLY   PIC S9(18) COMP-5.
             10 WS-LRP-G-WORK      PIC S9(18) COMP-5.
             10 WS-LRP-G-YEAR      PIC 9(4).
       01 WS-DISP-LRP-AMT1         PIC -(12)9.
       01 WS-DISP-LRP-AMT2         PIC -(12)9.
       01 WS-DISP-LRP-AMT3         PIC -(12)9.
       01 WS-DISP-LRP-AMT4         PIC -(12)9.
       01 WS-DISP-LRP-PCT1         PIC -9.99.
       01 WS-DISP-LRP-PCT2         PIC -9.99.
       01 WS-DISP-LRP-PCT3         PIC -9.99.
      *> 主档变更流水与复核 (master): 前后值/操作者/时间;
      *> 敏感主档改动先挂起, 待另一位主管批准后才生效
       01 WS-MCL-ENTITY            PIC X(12) VALUE SPACES.
       01 WS-MCL-KEY               PIC X(51) VALUE SPACES.
       01 WS-MCL-KEY2              PIC X(51) VALUE SPACES.
       01 WS-MCL-FIELD             PIC X(20) VALUE SPACES.
       01 WS-MCL-BEFORE            PIC X(100) VALUE SPACES.
       01 WS-MCL-AFTER             PIC X(100) VALUE SPACES.
       01 WS-MCL-NUM1              PIC S9(18) COMP-5 VALUE 0.
       01 WS-MCL-NUM2              PIC S9(18) COMP-5 VALUE 0.
       01 WS-MCL-ID                PIC S9(9) COMP-5 VALUE 0.
       01 WS-MCL-ID-DISP           PIC Z(8)9.
       01 WS-MCL-MAKER             PIC X(30) VALUE SPACES.
       01 WS-MCL-CHECKER           PIC X(30) VALUE SPACES.
       01 WS-MCL-STATUS            PIC X(10) VALUE SPACES.
       01 WS-MCL-STAMP             PIC X(20) VALUE SPACES.
       01 WS-MCL-ROLES             PIC S9(9) COMP-5 VALUE 0.
       01 WS-MCL-HELD              PIC 9 VALUE 0.
       01 WS-MCL-APPLYING          PIC 9 VALUE 0.
       01 WS-MCL-COUNT             PIC S9(9) COMP-5 VALUE 0.
       01 WS-MCL-DAY1              PIC 9(2) VALUE 0.
       01 WS-MCL-DAY2              PIC 9(2) VALUE 0.
       01 WS-MCL-FLAG              PIC 9 VALUE 0.
       01 WS-MCL-COUNT-DISP        PIC Z(6)9.
       01 WS-DISP-MCL-PCT          PIC ZZ9.99.
       01 WS-DISP-MCL-AMT          PIC -(11)9.99.
      *> 操作者 PIN 签到 (signon) 与批处理操作者凭据
       01 WS-SGN-IDLE-MIN          PIC S9(9) COMP-5 VALUE 30.
       01 WS-SGN-MAX-TRIES         PIC S9(9) COMP-5 VALUE 3.
       01 WS-SGN-BATCH-OPERATOR    PIC X(30) VALUE "batch".
       01 WS-SGN-BATCH-KEYFILE     PIC X(200) VALUE SPACES.
       01 WS-SGN-BATCH-SECRET      PIC X(64) VALUE SPACES.
       01 WS-SGN-STATE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-SGN-LEFT              PIC S9(9) COMP-5 VALUE 0.
       01 WS-SGN-LEFT-DISP         PIC Z9.
       01 WS-SGN-PIN               PIC X(32) VALUE SPACES.
       01 WS-SGN-PIN-NEW           PIC X(32) VALUE SPACES.
       01 WS-SGN-PIN-AGAIN         PIC X(32) VALUE SPACES.
       01 WS-SGN-TOKEN             PIC X(20) VALUE SPACES.
       01 WS-SGN-HOME              PIC X(150) VALUE SPACES.
       01 WS-SGN-DB-PATH           PIC X(201) VALUE SPACES.
       01 WS-SGN-LOG               PIC X(200) VALUE SPACES.
       01 WS-SGN-BATCH             PIC 9 VALUE 0.
       01 WS-SGN-FORCE             PIC 9 VALUE 0.
       01 WS-SGN-OK                PIC 9 VALUE 0.
       01 WS-SGN-USER              PIC X(30) VALUE SPACES.
       01 WS-SGN-KIND              PIC X(12) VALUE SPACES.
       01 WS-SGN-FAILED            PIC S9(9) COMP-5 VALUE 0.
       01 WS-SGN-FAILED-DISP       PIC Z9.
       01 WS-SGN-LOCKED            PIC 9 VALUE 0.
       01 WS-SGN-LOCKED-DISP       PIC X(6) VALUE SPACES.
       01 WS-SGN-IDLE-DISP         PIC Z(4)9.
       01 WS-SGN-LAST              PIC X(20) VALUE SPACES.
      *> 职责分离冲突报表 (report sod)
       01 WS-SOD-CFG-PAIRS         PIC X(180) VALUE SPACES.
       01 WS-SOD-PAIRS.
          05 WS-SOD-PAIR OCCURS 12 TIMES.
             10 WS-SOD-STEP1       PIC X(14).
             10 WS-SOD-STEP2       PIC X(14).
       01 WS-SOD-PAIR-COUNT        PIC S9(4) COMP-5 VALUE 0.
       01 WS-SOD-IDX               PIC S9(4) COMP-5 VALUE 0.
       01 WS-SOD-PTR               PIC S9(4) COMP-5 VALUE 0.
       01 WS-SOD-TOKEN             PIC X(30) VALUE SPACES.
       01 WS-SOD-STEP              PIC X(14) VALUE SPACES.
          88 WS-SOD-STEP-VALID     VALUE "enter" "approve" "claim"
                                         "claim-approve" "clear"
                                         "post" "close" "seal".
       01 WS-SOD-USER              PIC X(30) VALUE SPACES.
       01 WS-SOD-DOC-TYPE          PIC X(12) VALUE SPACES.
       01 WS-SOD-DOC-ID            PIC X(20) VALUE SPACES.
       01 WS-SOD-DATE1             PIC X(20) VALUE SPACES.
       01 WS-SOD-DATE2             PIC X(20) VALUE SPACES.
       01 WS-SOD-HITS              PIC S9(9) COMP-5 VALUE 0.
       01 WS-SOD-TOTAL             PIC S9(9) COMP-5 VALUE 0.
       01 WS-SOD-HITS-DISP         PIC Z(6)9.
      *> 法律保全 (hold): 保全中的交易/期间不许归档/撤销/批改/删
       01 WS-ARG-REASON            PIC X(100) VALUE SPACES.
       01 WS-HLD-SCOPE             PIC X(10) VALUE SPACES.
       01 WS-HLD-ID                PIC 9(10) VALUE 0.
       01 WS-HLD-ARG               PIC X(201) VALUE SPACES.
       01 WS-HLD-NAME              PIC X(30) VALUE SPACES.
       01 WS-HLD-COUNT             PIC S9(9) COMP-5 VALUE 0.
       01 WS-HLD-COUNT-DISP        PIC Z(6)9.
       01 WS-HLD-BLOCKED           PIC 9 VALUE 0.
       01 WS-HLD-RC                PIC S9(9) COMP-5 VALUE 0.
       01 WS-HLD-SOURCES           PIC 9 VALUE 0.
       01 WS-HLD-REASON            PIC X(100) VALUE SPACES.
       01 WS-HLD-BY                PIC X(30) VALUE SPACES.
       01 WS-HLD-AT                PIC X(20) VALUE SPACES.
       01 WS-HLD-STATUS            PIC X(10) VALUE SPACES.
       01 WS-HLD-REL-BY            PIC X(30) VALUE SPACES.
       01 WS-HLD-REL-AT            PIC X(20) VALUE SPACES.
       01 WS-HLD-SHOWN             PIC S9(9) COMP-5 VALUE 0.
      *> 接口控制日志 (每个进/出文件一条) 与日接口核对报表
       01 WS-ICL-ENTRY.
          05 WS-ICL-INTERFACE      PIC X(12).
          05 WS-ICL-DIRECTION      PIC X(3).
          05 WS-ICL-FILE           PIC X(211).
          05 WS-ICL-HDR-COUNT      PIC S9(9) COMP-5.
          05 WS-ICL-HDR-TOTAL      PIC S9(18) COMP-5.
          05 WS-ICL-ACCEPTED       PIC S9(9) COMP-5.
          05 WS-ICL-REJECTED       PIC S9(9) COMP-5.
          05 WS-ICL-POSTED         PIC S9(18) COMP-5.
          05 WS-ICL-RUN-ID         PIC 9(10).
       01 WS-ICL-DUP-DATE          PIC X(20) VALUE SPACES.
       01 WS-ICL-HASH              PIC X(16) VALUE SPACES.
       01 WS-ICL-LIVE              PIC S9(18) COMP-5 VALUE 0.
       01 WS-ICL-DUP               PIC 9 VALUE 0.
       01 WS-ICL-STAMP             PIC X(20) VALUE SPACES.
       01 WS-ICL-FLAGS             PIC X(40) VALUE SPACES.
       01 WS-ICL-FLAG-PTR          PIC S9(4) COMP-5 VALUE 1.
       01 WS-ICL-FILES             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ICL-EXCEPTIONS        PIC S9(9) COMP-5 VALUE 0.
       01 WS-ICL-CFG-DAILY         PIC X(180) VALUE "till".
       01 WS-ICL-FEED              PIC X(30) VALUE SPACES.
       01 WS-ICL-FEED-PTR          PIC S9(4) COMP-5 VALUE 0.
       01 WS-ICL-FEED-COUNT        PIC S9(9) COMP-5 VALUE 0.
       01 WS-ICL-DATE              PIC X(11) VALUE SPACES.
       01 WS-ICL-COUNT-DISP        PIC Z(6)9.
       01 WS-ICL-COUNT2-DISP       PIC Z(6)9.
       01 WS-ICL-COUNT3-DISP       PIC Z(6)9.
       01 WS-ICL-RUN-DISP          PIC Z(9)9.
       01 WS-DISP-ICL-AMT1         PIC -(11)9.99.
       01 WS-DISP-ICL-AMT2         PIC -(11)9.99.
       01 WS-DISP-ICL-AMT3         PIC -(11)9.99.
      *> 工作日历 (holiday) 与出账日顺延规则
       01 WS-ARG-CALENDAR          PIC X(20) VALUE SPACES.
       01 WS-ARG-ROLL              PIC X(8) VALUE SPACES.
       01 WS-ARG-BIZDAY            PIC S9(4) COMP-5 VALUE 0.
       01 WS-BIZ-CFG-CALENDAR      PIC X(20) VALUE "default".
       01 WS-BIZ-CFG-ROLL          PIC X(8) VALUE "none".
       01 WS-BIZ-CALENDAR          PIC X(20) VALUE SPACES.
       01 WS-BIZ-ROLL              PIC X(8) VALUE SPACES.
       01 WS-BIZ-EXPLICIT          PIC 9 VALUE 0.
       01 WS-BIZ-DATE              PIC X(11) VALUE SPACES.
       01 WS-BIZ-ADJ               PIC X(11) VALUE SPACES.
       01 WS-BIZ-NAME              PIC X(51) VALUE SPACES.
       01 WS-BIZ-N                 PIC S9(4) COMP-5 VALUE 0.
       01 WS-BIZ-N-DISP            PIC Z9.
       01 WS-BIZ-COUNT             PIC S9(9) COMP-5 VALUE 0.
       01 WS-BIZ-COUNT-DISP        PIC Z(6)9.
       01 WS-CAL-NOMINAL           PIC X(11) VALUE SPACES.
       01 WS-FC-NOMINAL            PIC X(11) VALUE SPACES.
      *> 月结核对清单 (checklist): 模板任务 / 每月实例 / 自动检查
       01 WS-ARG-CHECK             PIC X(12) VALUE SPACES.
       01 WS-ARG-OPTIONAL          PIC 9 VALUE 0.
       01 WS-CHK-TASK              PIC X(51) VALUE SPACES.
       01 WS-CHK-ROLE              PIC X(12) VALUE SPACES.
       01 WS-CHK-KIND              PIC X(12) VALUE SPACES.
       01 WS-CHK-DAYS              PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHK-DAYS-DISP         PIC Z(4).
       01 WS-CHK-REQUIRED          PIC 9 VALUE 0.
       01 WS-CHK-DESC              PIC X(80) VALUE SPACES.
       01 WS-CHK-RESULT            PIC X(6) VALUE SPACES.
       01 WS-CHK-DETAIL            PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHK-DETAIL-DISP       PIC Z(6)9.
       01 WS-CHK-SIGNED-BY         PIC X(30) VALUE SPACES.
       01 WS-CHK-SIGNED-AT         PIC X(20) VALUE SPACES.
       01 WS-CHK-SCOPE             PIC X(6) VALUE SPACES.
       01 WS-CHK-ARG               PIC X(8) VALUE SPACES.
       01 WS-CHK-OPEN              PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHK-OPEN-DISP         PIC Z(6)9.
       01 WS-CHK-BLOCKED           PIC 9 VALUE 0.
       01 WS-CHK-RO                PIC 9 VALUE 0.
       01 WS-CHK-RC                PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHK-MONTH-END         PIC X(11) VALUE SPACES.
       01 WS-CHK-REPAIR-SAVE       PIC 9 VALUE 0.
       01 WS-CHK-LOG               PIC X(200) VALUE SPACES.
       01 WS-CHK-SHOWN             PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHK-PASSED            PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHK-FAILED            PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHK-PASSED-DISP       PIC Z(6)9.
       01 WS-CHK-FAILED-DISP       PIC Z(6)9.
       01 WS-CHK-REQ-DISP          PIC X(8) VALUE SPACES.
       01 WS-CHK-OVR-BY            PIC X(30) VALUE SPACES.
       01 WS-CHK-OVR-AT            PIC X(20) VALUE SPACES.
       01 WS-CHK-OVR-REASON        PIC X(100) VALUE SPACES.
      *> 库维护窗口 (maint): 表/索引统计, 重建索引, 压缩
       01 WS-MNT-CFG-FRAG          PIC S9(4) COMP-5 VALUE 20.
       01 WS-MNT-CFG-JOBSTREAM     PIC 9 VALUE 0.
       01 WS-MNT-RUN-ID            PIC 9(10) VALUE 0.
       01 WS-MNT-RUN-DISP          PIC Z(9)9.
       01 WS-MNT-OBJECT            PIC X(40) VALUE SPACES.
       01 WS-MNT-KIND              PIC X(6) VALUE SPACES.
       01 WS-MNT-ROWS              PIC S9(18) COMP-5 VALUE 0.
       01 WS-MNT-BYTES             PIC S9(18) COMP-5 VALUE 0.
       01 WS-MNT-PREV-ROWS         PIC S9(18) COMP-5 VALUE 0.
       01 WS-MNT-PREV-BYTES        PIC S9(18) COMP-5 VALUE 0.
       01 WS-MNT-FRAG              PIC S9(4) COMP-5 VALUE 0.
       01 WS-MNT-SIZE-BEFORE       PIC S9(18) COMP-5 VALUE 0.
       01 WS-MNT-SIZE-AFTER        PIC S9(18) COMP-5 VALUE 0.
       01 WS-MNT-MS-ANALYZE        PIC S9(9) COMP-5 VALUE 0.
       01 WS-MNT-MS-REINDEX        PIC S9(9) COMP-5 VALUE 0.
       01 WS-MNT-MS-VACUUM         PIC S9(9) COMP-5 VALUE 0.
       01 WS-MNT-MS-TOTAL          PIC S9(9) COMP-5 VALUE 0.
       01 WS-MNT-REINDEXED         PIC S9(9) COMP-5 VALUE 0.
       01 WS-MNT-STATUS            PIC X(8) VALUE SPACES.
       01 WS-MNT-AT                PIC X(20) VALUE SPACES.
       01 WS-MNT-PREV-AT           PIC X(20) VALUE SPACES.
       01 WS-MNT-SHOWN             PIC S9(9) COMP-5 VALUE 0.
       01 WS-MNT-TOTAL-BYTES       PIC S9(18) COMP-5 VALUE 0.
       01 WS-MNT-TOTAL-PREV        PIC S9(18) COMP-5 VALUE 0.
       01 WS-MNT-ROWS-DISP         PIC Z(11)9.
       01 WS-MNT-KB-DISP           PIC Z(10)9.
       01 WS-MNT-DROWS-DISP        PIC -(11)9.
       01 WS-MNT-DKB-DISP          PIC -(10)9.
       01 WS-MNT-KB-BEFORE-DISP    PIC Z(10)9.
       01 WS-MNT-KB-AFTER-DISP     PIC Z(10)9.
       01 WS-MNT-MS-DISP           PIC Z(8)9.
       01 WS-MNT-MS2-DISP          PIC Z(8)9.
       01 WS-MNT-MS3-DISP          PIC Z(8)9.
       01 WS-MNT-MS4-DISP          PIC Z(8)9.
       01 WS-MNT-COUNT-DISP        PIC Z(6)9.
       01 WS-MNT-FRAG-DISP         PIC ZZ9.
      *> 录入控制批 (entry): 申报张数与加总, 平了才放行
       01 WS-ARG-DOCS              PIC S9(9) COMP-5 VALUE 0.
       01 WS-ARG-TOTAL             PIC X(20) VALUE SPACES.
       01 WS-EBT-ID                PIC 9(10) VALUE 0.
       01 WS-EBT-ID-DISP           PIC Z(9)9.
       01 WS-EBT-RC                PIC S9(9) COMP-5 VALUE 0.
       01 WS-EBT-TX-ID             PIC 9(10) VALUE 0.
       01 WS-EBT-DECL-DOCS         PIC S9(9) COMP-5 VALUE 0.
       01 WS-EBT-DECL-TOTAL        PIC S9(15) COMP-5 VALUE 0.
       01 WS-EBT-KEYED-DOCS        PIC S9(9) COMP-5 VALUE 0.
       01 WS-EBT-KEYED-TOTAL       PIC S9(15) COMP-5 VALUE 0.
       01 WS-EBT-DIFF-DOCS         PIC S9(9) COMP-5 VALUE 0.
       01 WS-EBT-DIFF-TOTAL        PIC S9(15) COMP-5 VALUE 0.
       01 WS-EBT-OPERATOR          PIC X(30) VALUE SPACES.
       01 WS-EBT-NAME              PIC X(51) VALUE SPACES.
       01 WS-EBT-OPENED-AT         PIC X(20) VALUE SPACES.
       01 WS-EBT-STATUS            PIC X(10) VALUE SPACES.
       01 WS-EBT-OVERNIGHT         PIC 9 VALUE 0.
       01 WS-EBT-RUN-ID            PIC 9(10) VALUE 0.
       01 WS-EBT-SHOWN             PIC S9(9) COMP-5 VALUE 0.
       01 WS-EBT-DOCS-DISP         PIC Z(6)9.
       01 WS-EBT-DOCS2-DISP        PIC Z(6)9.
       01 WS-EBT-DIFF-DOCS-DISP    PIC -(6)9.
       01 WS-DISP-EBT-TOTAL        PIC -(11)9.99.
       01 WS-DISP-EBT-TOTAL2       PIC -(11)9.99.
       01 WS-DISP-EBT-DIFF         PIC -(11)9.99.
      *> 暂记户 (suspense): 认不出的银行行先挂暂记, 事后重分类
       01 WS-ARG-AR                PIC 9(10) VALUE 0.
       01 WS-ARG-AP                PIC 9(10) VALUE 0.
       01 WS-SUS-CFG-ACCOUNT       PIC X(51) VALUE "Suspense".
       01 WS-SUS-ID                PIC 9(10) VALUE 0.
       01 WS-SUS-ID-DISP           PIC Z(9)9.
       01 WS-SUS-TX-ID             PIC 9(10) VALUE 0.
       01 WS-SUS-DATE              PIC X(11) VALUE SPACES.
       01 WS-SUS-AMOUNT            PIC S9(15) COMP-5 VALUE 0.
       01 WS-SUS-DAYS              PIC S9(9) COMP-5 VALUE 0.
       01 WS-SUS-DAYS-DISP         PIC Z(4)9.
       01 WS-SUS-SOURCE            PIC X(80) VALUE SPACES.
       01 WS-SUS-MEMO              PIC X(80) VALUE SPACES.
       01 WS-SUS-STATUS            PIC X(10) VALUE SPACES.
       01 WS-SUS-COUNT             PIC S9(9) COMP-5 VALUE 0.
       01 WS-SUS-COUNT-DISP        PIC Z(6)9.
       01 WS-SUS-TOTAL             PIC S9(15) COMP-5 VALUE 0.
       01 WS-SUS-PARK-RC           PIC S9(9) COMP-5 VALUE 0.
       01 WS-SUS-ACTIONS           PIC 9 VALUE 0.
       01 WS-SUS-B1                PIC S9(15) COMP-5 VALUE 0.
       01 WS-SUS-B2                PIC S9(15) COMP-5 VALUE 0.
       01 WS-SUS-B3                PIC S9(15) COMP-5 VALUE 0.
       01 WS-SUS-BUCKET            PIC X(6) VALUE SPACES.
       01 WS-DISP-SUS-AMT          PIC -(11)9.99.
       01 WS-DISP-SUS-TOTAL        PIC -(11)9.99.
      *> 财务健康 KPI 看板: 值与阈值均以 1/100 为单位
      *> (百分比 23.45 存 2345, 备付月数 4.50 存 450)
       01 WS-KPI-CFG-SAVE-G        PIC S9(9) COMP-5 VALUE 2000.
       01 WS-KPI-CFG-SAVE-A        PIC S9(9) COMP-5 VALUE 1000.
       01 WS-KPI-CFG-EXPR-G        PIC S9(9) COMP-5 VALUE 8000.
       01 WS-KPI-CFG-EXPR-A        PIC S9(9) COMP-5 VALUE 9500.
       01 WS-KPI-CFG-DTI-G         PIC S9(9) COMP-5 VALUE 2000.
       01 WS-KPI-CFG-DTI-A         PIC S9(9) COMP-5 VALUE 3600.
       01 WS-KPI-CFG-COVER-G       PIC S9(9) COMP-5 VALUE 600.
       01 WS-KPI-CFG-COVER-A       PIC S9(9) COMP-5 VALUE 300.
       01 WS-KPI-CFG-UTIL-G        PIC S9(9) COMP-5 VALUE 3000.
       01 WS-KPI-CFG-UTIL-A        PIC S9(9) COMP-5 VALUE 5000.
       01 WS-KPI-CFG-BUDGET-G      PIC S9(9) COMP-5 VALUE 9000.
       01 WS-KPI-CFG-BUDGET-A      PIC S9(9) COMP-5 VALUE 7500.
       01 WS-KPI-CFG-AVG-MONTHS    PIC S9(4) COMP-5 VALUE 6.
       01 WS-KPI-T-TEXT1           PIC X(20) VALUE SPACES.
       01 WS-KPI-T-TEXT2           PIC X(20) VALUE SPACES.
       01 WS-KPI-T-GREEN           PIC S9(9) COMP-5 VALUE 0.
       01 WS-KPI-T-AMBER           PIC S9(9) COMP-5 VALUE 0.
       01 WS-KPI-TABLE.
          05 WS-KPI-ROW OCCURS 6 TIMES.
             10 WS-KPI-NAME        PIC X(24).
             10 WS-KPI-GREEN       PIC S9(9) COMP-5.
             10 WS-KPI-AMBER       PIC S9(9) COMP-5.
             10 WS-KPI-VAL OCCURS 3 TIMES
                                   PIC S9(9) COMP-5.
             10 WS-KPI-HAVE OCCURS 3 TIMES
                                   PIC 9.
       01 WS-KPI-IDX               PIC S9(4) COMP-5 VALUE 0.
       01 WS-KPI-COL               PIC S9(4) COMP-5 VALUE 0.
       01 WS-KPI-MONTH             PIC X(8) VALUE SPACES.
       01 WS-KPI-MONTH-SAVE        PIC X(8) VALUE SPACES.
       01 WS-KPI-PREV-MONTH        PIC X(8) VALUE SPACES.
       01 WS-KPI-LY-MONTH          PIC X(8) VALUE SPACES.
       01 WS-KPI-Y                 PIC 9(4) VALUE 0.
       01 WS-KPI-M                 PIC 9(2) VALUE 0.
       01 WS-KPI-RC                PIC S9(9) COMP-5 VALUE 0.
       01 WS-KPI-INCOME            PIC S9(18) COMP-5 VALUE 0.
       01 WS-KPI-EXPENSE           PIC S9(18) COMP-5 VALUE 0.
       01 WS-KPI-DEBT              PIC S9(18) COMP-5 VALUE 0.
       01 WS-KPI-LIQUID            PIC S9(18) COMP-5 VALUE 0.
       01 WS-KPI-AVG-SPEND         PIC S9(18) COMP-5 VALUE 0.
       01 WS-KPI-CARD-BAL          PIC S9(18) COMP-5 VALUE 0.
       01 WS-KPI-CARD-LIMIT        PIC S9(18) COMP-5 VALUE 0.
       01 WS-KPI-BUD-WITHIN        PIC S9(9) COMP-5 VALUE 0.
       01 WS-KPI-BUD-TOTAL         PIC S9(9) COMP-5 VALUE 0.
       01 WS-KPI-CARD-NAME         PIC X(51) VALUE SPACES.
       01 WS-KPI-HAVE-MASK         PIC X(6) VALUE SPACES.
       01 WS-KPI-VALUE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-KPI-S1                PIC S9(9) COMP-5 VALUE 0.
       01 WS-KPI-S2                PIC S9(9) COMP-5 VALUE 0.
       01 WS-KPI-S3                PIC S9(9) COMP-5 VALUE 0.
       01 WS-KPI-S4                PIC S9(9) COMP-5 VALUE 0.
       01 WS-KPI-S5                PIC S9(9) COMP-5 VALUE 0.
       01 WS-KPI-S6                PIC S9(9) COMP-5 VALUE 0.
       01 WS-KPI-RAG               PIC X(5) VALUE SPACES.
       01 WS-KPI-TO-FILE           PIC 9 VALUE 0.
       01 WS-KPI-LINE              PIC X(132) VALUE SPACES.
       01 WS-KPI-DISP1             PIC X(11) VALUE SPACES.
       01 WS-KPI-DISP2             PIC X(11) VALUE SPACES.
       01 WS-KPI-DISP3             PIC X(11) VALUE SPACES.
       01 WS-KPI-NUM-DISP          PIC -(7)9.99.
       01 WS-DISP-KPI-AMT1         PIC -(11)9.99.
       01 WS-DISP-KPI-AMT2         PIC -(11)9.99.
      *> 物价指数 (CPI): 按月的价格指数表, 报表可折成基期不变价
       01 WS-ARG-REAL              PIC X(8) VALUE SPACES.
       01 WS-ARG-INDEX             PIC X(20) VALUE SPACES.
       01 WS-CPI-PATH              PIC X(211) VALUE SPACES.
       01 WS-CPI-STATUS            PIC XX VALUE SPACES.
       01 WS-CPI-EOF               PIC 9 VALUE 0.
       01 WS-CPI-F1                PIC X(30) VALUE SPACES.
       01 WS-CPI-F2                PIC X(30) VALUE SPACES.
       01 WS-CPI-MONTH             PIC X(8) VALUE SPACES.
       01 WS-CPI-INDEX             PIC S9(9) COMP-5 VALUE 0.
       01 WS-CPI-BASE-MONTH        PIC X(8) VALUE SPACES.
       01 WS-CPI-BASE-INDEX        PIC S9(9) COMP-5 VALUE 0.
       01 WS-CPI-NOMINAL           PIC S9(18) COMP-5 VALUE 0.
       01 WS-CPI-REAL              PIC S9(18) COMP-5 VALUE 0.
       01 WS-CPI-FIRST-REAL        PIC S9(18) COMP-5 VALUE 0.
       01 WS-CPI-HAVE              PIC 9 VALUE 0.
       01 WS-CPI-HAVE-FIRST        PIC 9 VALUE 0.
       01 WS-CPI-PCT               PIC S9(9) COMP-5 VALUE 0.
       01 WS-CPI-MISSING           PIC S9(4) COMP-5 VALUE 0.
       01 WS-CPI-MISS-LIST         PIC X(120) VALUE SPACES.
       01 WS-CPI-MISS-PTR          PIC S9(4) COMP-5 VALUE 1.
       01 WS-CPI-LOADED            PIC S9(9) COMP-5 VALUE 0.
       01 WS-CPI-REJECTED          PIC S9(9) COMP-5 VALUE 0.
       01 WS-CPI-LOADED-DISP       PIC Z(6)9.
       01 WS-CPI-REJECTED-DISP     PIC Z(6)9.
       01 WS-CPI-Y                 PIC 9(4) VALUE 0.
       01 WS-CPI-M                 PIC 9(2) VALUE 0.
       01 WS-CPI-N                 PIC S9(4) COMP-5 VALUE 0.
       01 WS-CPI-TALLY             PIC S9(4) COMP-5 VALUE 0.
       01 WS-CPI-INC-NOM           PIC S9(18) COMP-5 VALUE 0.
       01 WS-CPI-EXP-NOM           PIC S9(18) COMP-5 VALUE 0.
       01 WS-CPI-INC-REAL          PIC S9(18) COMP-5 VALUE 0.
       01 WS-CPI-EXP-REAL          PIC S9(18) COMP-5 VALUE 0.
       01 WS-CPI-PY-INC-REAL       PIC S9(18) COMP-5 VALUE 0.
       01 WS-CPI-PY-EXP-REAL       PIC S9(18) COMP-5 VALUE 0.
       01 WS-CPI-CMP-INC-REAL      PIC S9(18) COMP-5 VALUE 0.
       01 WS-CPI-CMP-EXP-REAL      PIC S9(18) COMP-5 VALUE 0.
       01 WS-CPI-MX-HAVE-TBL.
          05 WS-CPI-MX-HAVE OCCURS 12 TIMES PIC 9.
       01 WS-CPI-MX-NOM-TBL.
          05 WS-CPI-MX-NOM OCCURS 100 TIMES
                                   PIC S9(18) COMP-5.
       01 WS-CPI-MX-FIRST          PIC S9(4) COMP-5 VALUE 0.
       01 WS-CPI-M-INC             PIC S9(18) COMP-5 VALUE 0.
       01 WS-CPI-M-EXP             PIC S9(18) COMP-5 VALUE 0.
       01 WS-CPI-MX-LAST           PIC S9(4) COMP-5 VALUE 0.
       01 WS-DISP-CPI-INDEX        PIC Z(5)9.999.
       01 WS-DISP-CPI-PCT          PIC -(5)9.99.
       01 WS-DISP-CPI-NOM          PIC -(11)9.99.
       01 WS-DISP-CPI-REAL         PIC -(11)9.99.
       01 WS-DISP-CPI-NOM2         PIC -(11)9.99.
       01 WS-DISP-CPI-REAL2        PIC -(11)9.99.
      *> 特种日记账 (销货/购货/现金收入/现金支出 四本序时簿)
       01 WS-ARG-BOOK              PIC X(14) VALUE SPACES.
       01 WS-SJ-B                  PIC S9(4) COMP-5 VALUE 0.
       01 WS-SJ-B-FIRST            PIC S9(4) COMP-5 VALUE 0.
       01 WS-SJ-B-LAST             PIC S9(4) COMP-5 VALUE 0.
       01 WS-SJ-BOOK               PIC X(14) VALUE SPACES.
       01 WS-SJ-TITLE              PIC X(30) VALUE SPACES.
       01 WS-SJ-H-REF              PIC X(12) VALUE SPACES.
       01 WS-SJ-H-NAME             PIC X(30) VALUE SPACES.
       01 WS-SJ-H-ACCOUNT          PIC X(24) VALUE SPACES.
       01 WS-SJ-H-CASH             PIC X(20) VALUE SPACES.
       01 WS-SJ-H-AMOUNT           PIC X(15) VALUE SPACES.
       01 WS-SJ-FROM               PIC X(11) VALUE SPACES.
       01 WS-SJ-TO                 PIC X(11) VALUE SPACES.
       01 WS-SJ-RC                 PIC S9(9) COMP-5 VALUE 0.
       01 WS-SJ-DATE               PIC X(11) VALUE SPACES.
       01 WS-SJ-REF                PIC X(20) VALUE SPACES.
       01 WS-SJ-NAME               PIC X(51) VALUE SPACES.
       01 WS-SJ-ACCOUNT            PIC X(51) VALUE SPACES.
       01 WS-SJ-CASH-ACCT          PIC X(51) VALUE SPACES.
       01 WS-SJ-CONTROL            PIC X(51) VALUE SPACES.
       01 WS-SJ-AMOUNT             PIC S9(18) COMP-5 VALUE 0.
       01 WS-SJ-PAGE               PIC S9(4) COMP-5 VALUE 0.
       01 WS-SJ-PAGE-DISP          PIC Z(3)9.
       01 WS-SJ-LINES              PIC S9(4) COMP-5 VALUE 0.
       01 WS-SJ-PAGE-SIZE          PIC S9(4) COMP-5 VALUE 50.
       01 WS-SJ-PAGE-TOTAL         PIC S9(18) COMP-5 VALUE 0.
       01 WS-SJ-RUN-TOTAL          PIC S9(18) COMP-5 VALUE 0.
       01 WS-SJ-TB-AMOUNT          PIC S9(18) COMP-5 VALUE 0.
       01 WS-SJ-DIFF               PIC S9(18) COMP-5 VALUE 0.
       01 WS-SJ-COUNT              PIC S9(9) COMP-5 VALUE 0.
       01 WS-SJ-COUNT-DISP         PIC Z(6)9.
       01 WS-SJ-OUT-OF-BAL         PIC 9 VALUE 0.
       01 WS-SJ-TO-PACK            PIC 9 VALUE 0.
       01 WS-SJ-ACCT-COUNT         PIC S9(4) COMP-5 VALUE 0.
       01 WS-SJ-ACCT-IDX           PIC S9(4) COMP-5 VALUE 0.
       01 WS-SJ-ACCT-MATCH         PIC S9(4) COMP-5 VALUE 0.
       01 WS-SJ-ACCT-TABLE.
          05 WS-SJ-ACCT-ROW OCCURS 60 TIMES.
             10 WS-SJ-ACCT-NAME    PIC X(51).
             10 WS-SJ-ACCT-TOTAL   PIC S9(18) COMP-5.
       01 WS-DISP-SJ-AMT           PIC -(11)9.99.
       01 WS-DISP-SJ-AMT2          PIC -(11)9.99.
       01 WS-PACK-WITH-KPI         PIC 9 VALUE 0.
       01 WS-PACK-WITH-BOOKS       PIC 9 VALUE 0.
       01 WS-PACK-SKIP             PIC 9 VALUE 0.
       01 WS-PACK-W1               PIC X(20) VALUE SPACES.
       01 WS-PACK-W2               PIC X(20) VALUE SPACES.
      *> 审计抽样 (sample): 随机/系统/货币单位抽样, 证据包与函证跟踪
       01 WS-ARG-MIN               PIC X(20) VALUE SPACES.
       01 WS-ARG-SIZE              PIC S9(9) COMP-5 VALUE 0.
       01 WS-ARG-SEED              PIC 9(10) VALUE 0.
       01 WS-ARG-STATUS            PIC X(12) VALUE SPACES.
       01 WS-ARG-ITEM              PIC 9(10) VALUE 0.
       01 WS-SMP-ID                PIC 9(10) VALUE 0.
       01 WS-SMP-ID-DISP           PIC Z(9)9.
       01 WS-SMP-MIN               PIC S9(15) COMP-5 VALUE 0.
       01 WS-SMP-POP-COUNT         PIC S9(9) COMP-5 VALUE 0.
       01 WS-SMP-POP-TOTAL         PIC S9(18) COMP-5 VALUE 0.
       01 WS-SMP-SEEN              PIC S9(9) COMP-5 VALUE 0.
       01 WS-SMP-PICKED            PIC S9(9) COMP-5 VALUE 0.
       01 WS-SMP-SEED              PIC S9(18) COMP-5 VALUE 0.
       01 WS-SMP-RAND              PIC S9(18) COMP-5 VALUE 0.
       01 WS-SMP-INTERVAL          PIC S9(18) COMP-5 VALUE 0.
       01 WS-SMP-NEXT-HIT          PIC S9(18) COMP-5 VALUE 0.
       01 WS-SMP-CUM               PIC S9(18) COMP-5 VALUE 0.
       01 WS-SMP-ABS               PIC S9(18) COMP-5 VALUE 0.
       01 WS-SMP-TAKE              PIC 9 VALUE 0.
       01 WS-SMP-RC                PIC S9(9) COMP-5 VALUE 0.
       01 WS-SMP-TX-ID             PIC 9(10) VALUE 0.
       01 WS-SMP-TX-ID-DISP        PIC Z(9)9.
       01 WS-SMP-DATE              PIC X(11) VALUE SPACES.
       01 WS-SMP-AMOUNT            PIC S9(15) COMP-5 VALUE 0.
       01 WS-SMP-PAYEE             PIC X(51) VALUE SPACES.
       01 WS-SMP-CATEGORY          PIC X(51) VALUE SPACES.
       01 WS-SMP-ATTACH            PIC X(201) VALUE SPACES.
       01 WS-SMP-STATUS            PIC X(12) VALUE SPACES.
       01 WS-SMP-COMMENT           PIC X(201) VALUE SPACES.
       01 WS-SMP-HASH              PIC X(65) VALUE SPACES.
       01 WS-SMP-FILE              PIC X(201) VALUE SPACES.
       01 WS-SMP-METHOD            PIC X(10) VALUE SPACES.
       01 WS-SMP-CRITERIA          PIC X(200) VALUE SPACES.
       01 WS-SMP-FROM              PIC X(11) VALUE SPACES.
       01 WS-SMP-TO                PIC X(11) VALUE SPACES.
       01 WS-SMP-SIZE              PIC S9(9) COMP-5 VALUE 0.
       01 WS-SMP-DIR               PIC X(211) VALUE SPACES.
       01 WS-SMP-EVID-DIR          PIC X(211) VALUE SPACES.
       01 WS-SMP-N-REQ             PIC S9(9) COMP-5 VALUE 0.
       01 WS-SMP-N-PROV            PIC S9(9) COMP-5 VALUE 0.
       01 WS-SMP-N-EXC             PIC S9(9) COMP-5 VALUE 0.
       01 WS-SMP-N-EVID            PIC S9(9) COMP-5 VALUE 0.
       01 WS-SMP-N-MISS            PIC S9(9) COMP-5 VALUE 0.
       01 WS-SMP-EXC-AMT           PIC S9(18) COMP-5 VALUE 0.
       01 WS-SMP-ALL-AMT           PIC S9(18) COMP-5 VALUE 0.
       01 WS-SMP-PCT               PIC S9(7) COMP-5 VALUE 0.
       01 WS-SMP-QUOT              PIC S9(18) COMP-5 VALUE 0.
       01 WS-SMP-RANGE             PIC S9(18) COMP-5 VALUE 0.
       01 WS-SMP-N-DISP            PIC Z(8)9.
       01 WS-SMP-N2-DISP           PIC Z(8)9.
       01 WS-SMP-SEED-DISP         PIC Z(9)9.
       01 WS-DISP-SMP-AMT          PIC -(11)9.99.
       01 WS-DISP-SMP-AMT2         PIC -(11)9.99.
       01 WS-DISP-SMP-PCT          PIC -(4)9.99.
      *> 标准审计文件 (export saft): 主档 + 总账分录 + 原始单据
       01 WS-SAFT-PATH             PIC X(201) VALUE SPACES.
       01 WS-SAFT-STATUS           PIC XX VALUE SPACES.
       01 WS-SAFT-FROM             PIC X(11) VALUE SPACES.
       01 WS-SAFT-TO               PIC X(11) VALUE SPACES.
       01 WS-SAFT-CLOSED           PIC 9 VALUE 0.
       01 WS-SAFT-PERIOD-STATUS    PIC X(10) VALUE SPACES.
       01 WS-SAFT-RC               PIC S9(9) COMP-5 VALUE 0.
       01 WS-SAFT-BAD              PIC 9 VALUE 0.
       01 WS-SAFT-IND              PIC S9(4) COMP-5 VALUE 0.
       01 WS-SAFT-TAG              PIC X(40) VALUE SPACES.
       01 WS-SAFT-RAW              PIC X(200) VALUE SPACES.
       01 WS-SAFT-ESC              PIC X(400) VALUE SPACES.
       01 WS-SAFT-RAW-LEN          PIC S9(4) COMP-5 VALUE 0.
       01 WS-SAFT-ESC-LEN          PIC S9(4) COMP-5 VALUE 0.
       01 WS-SAFT-CH-IDX           PIC S9(4) COMP-5 VALUE 0.
       01 WS-SAFT-CH               PIC X VALUE SPACE.
       01 WS-SAFT-PTR              PIC S9(4) COMP-5 VALUE 0.
       01 WS-SAFT-LOG              PIC X(200) VALUE SPACES.
       01 WS-SAFT-AMT              PIC S9(18) COMP-5 VALUE 0.
       01 WS-SAFT-AMT-DISP         PIC -(15)9.99.
       01 WS-SAFT-CNT-DISP         PIC Z(8)9.
       01 WS-SAFT-LINE-NO          PIC S9(9) COMP-5 VALUE 0.
       01 WS-SAFT-PREV-TX          PIC 9(10) VALUE 0.
      *> 主档游标的取数区
       01 WS-SAFT-CODE             PIC X(51) VALUE SPACES.
       01 WS-SAFT-NAME             PIC X(101) VALUE SPACES.
       01 WS-SAFT-KIND             PIC X(20) VALUE SPACES.
       01 WS-SAFT-TAXID            PIC X(31) VALUE SPACES.
       01 WS-SAFT-RATE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-SAFT-RATE-DISP        PIC Z(2)9.99.
       01 WS-SAFT-OPEN-BAL         PIC S9(18) COMP-5 VALUE 0.
       01 WS-SAFT-CLOSE-BAL        PIC S9(18) COMP-5 VALUE 0.
      *> 分录游标 (一笔交易的每条借贷腿一行)
       01 WS-SAFT-TX-ID            PIC 9(10) VALUE 0.
       01 WS-SAFT-TX-DISP          PIC Z(9)9.
       01 WS-SAFT-DATE             PIC X(11) VALUE SPACES.
       01 WS-SAFT-DESC             PIC X(101) VALUE SPACES.
       01 WS-SAFT-ACCT             PIC X(51) VALUE SPACES.
       01 WS-SAFT-DEBIT            PIC S9(18) COMP-5 VALUE 0.
       01 WS-SAFT-CREDIT           PIC S9(18) COMP-5 VALUE 0.
      *> 单据游标
       01 WS-SAFT-DOC-NO           PIC X(31) VALUE SPACES.
       01 WS-SAFT-DOC-TYPE         PIC X(20) VALUE SPACES.
       01 WS-SAFT-PARTY            PIC X(51) VALUE SPACES.
       01 WS-SAFT-NET              PIC S9(18) COMP-5 VALUE 0.
       01 WS-SAFT-TAX              PIC S9(18) COMP-5 VALUE 0.
       01 WS-SAFT-GROSS            PIC S9(18) COMP-5 VALUE 0.
       01 WS-SAFT-SECTION          PIC X(20) VALUE SPACES.
       01 WS-SAFT-SEC-TAG          PIC X(30) VALUE SPACES.
       01 WS-SAFT-DOC-TAG          PIC X(30) VALUE SPACES.
       01 WS-SAFT-SEC-IDX          PIC S9(4) COMP-5 VALUE 0.
      *> 控制数 (1 分录 2 科目余额 3 销售 4 采购 5 收款 6 付款):
      *> 落文件前逐段与同期试算表核对
       01 WS-SAFT-CTL-TABLE.
          05 WS-SAFT-CTL OCCURS 6 TIMES.
             10 WS-SAFT-CTL-COUNT  PIC S9(9) COMP-5.
             10 WS-SAFT-CTL-DEBIT  PIC S9(18) COMP-5.
             10 WS-SAFT-CTL-CREDIT PIC S9(18) COMP-5.
       01 WS-SAFT-TB-DEBIT         PIC S9(18) COMP-5 VALUE 0.
       01 WS-SAFT-TB-CREDIT        PIC S9(18) COMP-5 VALUE 0.
       01 WS-SAFT-FILE-AMT         PIC S9(18) COMP-5 VALUE 0.
       01 WS-SAFT-DIFF             PIC S9(18) COMP-5 VALUE 0.
       01 WS-SAFT-CTL-LABEL        PIC X(24) VALUE SPACES.
       01 WS-DISP-SAFT-AMT         PIC -(11)9.99.
       01 WS-DISP-SAFT-AMT2        PIC -(11)9.99.
       01 WS-DISP-SAFT-AMT3        PIC -(11)9.99.
      *> 纯文本复式日记账 (export journal / journal-check)
       01 WS-PTJ-PATH              PIC X(201) VALUE SPACES.
       01 WS-PTJ-STATUS            PIC XX VALUE SPACES.
       01 WS-PTJ-EOF               PIC 9 VALUE 0.
       01 WS-PTJ-RC                PIC S9(9) COMP-5 VALUE 0.
       01 WS-PTJ-PTR               PIC S9(4) COMP-5 VALUE 0.
       01 WS-PTJ-TX-ID             PIC 9(10) VALUE 0.
       01 WS-PTJ-TX-DISP           PIC Z(9)9.
       01 WS-PTJ-PREV-TX           PIC 9(10) VALUE 0.
       01 WS-PTJ-DATE              PIC X(11) VALUE SPACES.
       01 WS-PTJ-PAYEE             PIC X(51) VALUE SPACES.
       01 WS-PTJ-NOTE              PIC X(201) VALUE SPACES.
       01 WS-PTJ-TAGS              PIC X(201) VALUE SPACES.
       01 WS-PTJ-ACCT              PIC X(51) VALUE SPACES.
       01 WS-PTJ-CLASS             PIC X(10) VALUE SPACES.
       01 WS-PTJ-KIND              PIC X(10) VALUE SPACES.
       01 WS-PTJ-CCY               PIC X(3) VALUE SPACES.
       01 WS-PTJ-AMOUNT            PIC S9(18) COMP-5 VALUE 0.
       01 WS-PTJ-RATE              PIC S9(18) COMP-5 VALUE 0.
       01 WS-PTJ-BASE-AMT          PIC S9(18) COMP-5 VALUE 0.
       01 WS-PTJ-TX-SUM            PIC S9(18) COMP-5 VALUE 0.
       01 WS-PTJ-PATHNAME          PIC X(80) VALUE SPACES.
       01 WS-PTJ-AMT-DISP          PIC -(15)9.99.
       01 WS-PTJ-AMT-TEXT          PIC X(60) VALUE SPACES.
       01 WS-PTJ-RATE-DISP         PIC Z(11)9.9(6).
       01 WS-PTJ-CUR-MONTH         PIC X(7) VALUE SPACES.
       01 WS-PTJ-NEW-MONTH         PIC X(7) VALUE SPACES.
       01 WS-PTJ-YYYY              PIC 9(4) VALUE 0.
       01 WS-PTJ-MM                PIC 9(2) VALUE 0.
       01 WS-PTJ-AS-OF             PIC X(11) VALUE SPACES.
       01 WS-PTJ-DATE-NUM          PIC 9(8) VALUE 0.
       01 WS-PTJ-N-TX              PIC S9(9) COMP-5 VALUE 0.
       01 WS-PTJ-N-POST            PIC S9(9) COMP-5 VALUE 0.
       01 WS-PTJ-N-ASSERT          PIC S9(9) COMP-5 VALUE 0.
       01 WS-PTJ-N-UNBAL           PIC S9(9) COMP-5 VALUE 0.
       01 WS-PTJ-N-DIFF            PIC S9(9) COMP-5 VALUE 0.
       01 WS-PTJ-LINE-NO           PIC S9(9) COMP-5 VALUE 0.
       01 WS-PTJ-N-DISP            PIC Z(8)9.
       01 WS-PTJ-N2-DISP           PIC Z(8)9.
      *> 账户表: 导出时来自主档, 校验时来自文件里的 account 行
       01 WS-PTJ-ACCT-COUNT        PIC S9(4) COMP-5 VALUE 0.
       01 WS-PTJ-ACCT-IDX          PIC S9(4) COMP-5 VALUE 0.
       01 WS-PTJ-ACCT-MATCH        PIC S9(4) COMP-5 VALUE 0.
       01 WS-PTJ-ACCT-TABLE.
          05 WS-PTJ-ACCT-ROW OCCURS 300 TIMES.
             10 WS-PTJ-A-NAME      PIC X(51).
             10 WS-PTJ-A-PATH      PIC X(80).
             10 WS-PTJ-A-CCY       PIC X(3).
             10 WS-PTJ-A-BAL       PIC S9(18) COMP-5.
      *> 校验时拆行用
       01 WS-PTJ-TEXT              PIC X(400) VALUE SPACES.
       01 WS-PTJ-REST              PIC X(400) VALUE SPACES.
       01 WS-PTJ-TOK-TABLE.
          05 WS-PTJ-TOK OCCURS 8 TIMES PIC X(40).
       01 WS-PTJ-TOK-IDX           PIC S9(4) COMP-5 VALUE 0.
       01 WS-PTJ-MAX-DATE          PIC X(11) VALUE SPACES.
       01 WS-PTJ-HDR-DATE          PIC X(11) VALUE SPACES.
       01 WS-PTJ-CHK-AMT           PIC S9(18) COMP-5 VALUE 0.
       01 WS-PTJ-DIFF              PIC S9(18) COMP-5 VALUE 0.
       01 WS-DISP-PTJ-AMT          PIC -(11)9.99.
       01 WS-DISP-PTJ-AMT2         PIC -(11)9.99.
       01 WS-DISP-PTJ-AMT3         PIC -(11)9.99.
      *> 自定义报表版式 (layout): 列 / 分组小计 / 排序 / 过滤 / 页眉
       01 WS-ARG-COLUMNS           PIC X(200) VALUE SPACES.
       01 WS-ARG-GROUP             PIC X(100) VALUE SPACES.
       01 WS-ARG-SORT-LIST         PIC X(100) VALUE SPACES.
       01 WS-ARG-TITLE             PIC X(100) VALUE SPACES.
       01 WS-ARG-HEADING           PIC X(100) VALUE SPACES.
       01 WS-ARG-LAYOUT            PIC X(200) VALUE SPACES.
       01 WS-ARG-FORMAT-GIVEN      PIC 9 VALUE 0.
       01 WS-LAY-PATH              PIC X(201) VALUE SPACES.
       01 WS-LAY-STATUS            PIC XX VALUE SPACES.
       01 WS-LAY-RC                PIC S9(9) COMP-5 VALUE 0.
       01 WS-LAY-NAME              PIC X(51) VALUE SPACES.
       01 WS-LAY-COLUMNS           PIC X(200) VALUE SPACES.
       01 WS-LAY-GROUPS            PIC X(100) VALUE SPACES.
       01 WS-LAY-SORT              PIC X(100) VALUE SPACES.
       01 WS-LAY-QUERY             PIC X(30) VALUE SPACES.
       01 WS-LAY-WHERE             PIC X(201) VALUE SPACES.
       01 WS-LAY-TITLE             PIC X(100) VALUE SPACES.
       01 WS-LAY-HEADING           PIC X(100) VALUE SPACES.
       01 WS-LAY-FMT               PIC X(10) VALUE SPACES.
       01 WS-LAY-MONTH             PIC X(8) VALUE SPACES.
       01 WS-LAY-FROM              PIC X(11) VALUE SPACES.
       01 WS-LAY-TO                PIC X(11) VALUE SPACES.
       01 WS-LAY-BAD               PIC 9 VALUE 0.
       01 WS-LAY-TOK-TABLE.
          05 WS-LAY-TOK OCCURS 12 TIMES PIC X(20).
       01 WS-LAY-TOK-IDX           PIC S9(4) COMP-5 VALUE 0.
       01 WS-LAY-WORD              PIC X(20) VALUE SPACES.
       01 WS-LAY-WIDTH             PIC S9(4) COMP-5 VALUE 0.
      *> 列表: 名称 / 宽度 / 行内起始位置; 金额列右对齐
       01 WS-LAY-COL-COUNT         PIC S9(4) COMP-5 VALUE 0.
       01 WS-LAY-COL-IDX           PIC S9(4) COMP-5 VALUE 0.
       01 WS-LAY-AMT-COL           PIC S9(4) COMP-5 VALUE 0.
       01 WS-LAY-LINE-WIDTH        PIC S9(4) COMP-5 VALUE 0.
       01 WS-LAY-COL-TABLE.
          05 WS-LAY-COL OCCURS 12 TIMES.
             10 WS-LAY-C-NAME      PIC X(20).
             10 WS-LAY-C-WIDTH     PIC S9(4) COMP-5.
             10 WS-LAY-C-POS       PIC S9(4) COMP-5.
      *> 分组 (最多三级控制断点): 当前值 / 笔数 / 小计
       01 WS-LAY-GRP-COUNT         PIC S9(4) COMP-5 VALUE 0.
       01 WS-LAY-GRP-IDX           PIC S9(4) COMP-5 VALUE 0.
       01 WS-LAY-BREAK             PIC S9(4) COMP-5 VALUE 0.
       01 WS-LAY-GRP-TABLE.
          05 WS-LAY-GRP OCCURS 3 TIMES.
             10 WS-LAY-G-NAME      PIC X(20).
             10 WS-LAY-G-CUR       PIC X(60).
             10 WS-LAY-G-COUNT     PIC S9(9) COMP-5.
             10 WS-LAY-G-TOTAL     PIC S9(18) COMP-5.
       01 WS-LAY-SORT-COUNT        PIC S9(4) COMP-5 VALUE 0.
      *> 游标一行: 各列取值 (文本), 各分组键, 金额 (分)
       01 WS-LAY-ROW.
          05 WS-LAY-VAL OCCURS 12 TIMES PIC X(60).
       01 WS-LAY-GKEYS.
          05 WS-LAY-GVAL OCCURS 3 TIMES PIC X(60).
       01 WS-LAY-AMOUNT            PIC S9(18) COMP-5 VALUE 0.
       01 WS-LAY-ROWS              PIC S9(9) COMP-5 VALUE 0.
       01 WS-LAY-GRAND             PIC S9(18) COMP-5 VALUE 0.
       01 WS-LAY-OUT               PIC X(800) VALUE SPACES.
       01 WS-LAY-PTR               PIC S9(4) COMP-5 VALUE 0.
       01 WS-LAY-PAGE              PIC S9(4) COMP-5 VALUE 0.
       01 WS-LAY-PAGE-DISP         PIC Z(3)9.
       01 WS-LAY-PAGE-LINES        PIC S9(4) COMP-5 VALUE 0.
       01 WS-LAY-ROWS-DISP         PIC Z(8)9.
       01 WS-LAY-AMT-DISP          PIC -(11)9.99.
       01 WS-LAY-NUM-DISP          PIC -(15)9.99.
       01 WS-LAY-ESC               PIC X(130) VALUE SPACES.
       01 WS-LAY-ESC-LEN           PIC S9(4) COMP-5 VALUE 0.
       01 WS-LAY-RAW-LEN           PIC S9(4) COMP-5 VALUE 0.
       01 WS-LAY-CH-IDX            PIC S9(4) COMP-5 VALUE 0.
       01 WS-LAY-CH                PIC X VALUE SPACE.
      *> pack --layout a,b: 随包加印的版式
       01 WS-LAY-PACK-COUNT        PIC S9(4) COMP-5 VALUE 0.
       01 WS-LAY-PACK-TABLE.
          05 WS-LAY-PACK-NAME OCCURS 5 TIMES PIC X(40).
       01 WS-LAY-PACK-FILE         PIC X(60) VALUE SPACES.
      *> 图表 (--format svg|html 与 pack --with charts)
       01 WS-CHT-PATH              PIC X(256) VALUE SPACES.
       01 WS-CHT-STATUS            PIC XX VALUE SPACES.
       01 WS-CHT-RC                PIC S9(4) COMP-5 VALUE 0.
       01 WS-CHT-ON                PIC 9 VALUE 0.
       01 WS-CHT-HTML              PIC 9 VALUE 0.
       01 WS-CHT-KIND              PIC X(8) VALUE SPACES.
       01 WS-CHT-NAME              PIC X(20) VALUE SPACES.
       01 WS-CHT-TITLE             PIC X(120) VALUE SPACES.
       01 WS-CHT-XTITLE            PIC X(20) VALUE SPACES.
       01 WS-CHT-Q                 PIC S9(4) COMP-5 VALUE 0.
       01 WS-CHT-REM               PIC S9(4) COMP-5 VALUE 0.
       01 WS-CHT-MONTHS            PIC X(36)
           VALUE "JanFebMarAprMayJunJulAugSepOctNovDec".
       01 WS-CHT-X-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-CHT-S-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-CHT-X                 PIC S9(4) COMP-5 VALUE 0.
       01 WS-CHT-S                 PIC S9(4) COMP-5 VALUE 0.
       01 WS-CHT-ROUND             PIC S9(4) COMP-5 VALUE 0.
       01 WS-CHT-BEST              PIC S9(4) COMP-5 VALUE 0.
       01 WS-CHT-EVERY             PIC S9(4) COMP-5 VALUE 0.
       01 WS-CHT-XLAB-TABLE.
          05 WS-CHT-XLAB OCCURS 60 TIMES PIC X(20).
       01 WS-CHT-SERIES-TABLE.
          05 WS-CHT-SERIES OCCURS 8 TIMES.
             10 WS-CHT-S-NAME      PIC X(40).
             10 WS-CHT-VAL OCCURS 60 TIMES
                                   PIC S9(18) COMP-5.
       01 WS-CHT-PICK-TABLE.
          05 WS-CHT-PICK OCCURS 100 TIMES PIC 9.
      *> 纵轴刻度 (以分计)
       01 WS-CHT-MAX               PIC S9(18) COMP-5 VALUE 0.
       01 WS-CHT-MIN               PIC S9(18) COMP-5 VALUE 0.
       01 WS-CHT-SUM               PIC S9(18) COMP-5 VALUE 0.
       01 WS-CHT-RAW               PIC S9(18) COMP-5 VALUE 0.
       01 WS-CHT-MAG               PIC S9(18) COMP-5 VALUE 0.
       01 WS-CHT-STEP              PIC S9(18) COMP-5 VALUE 0.
       01 WS-CHT-TICK              PIC S9(18) COMP-5 VALUE 0.
       01 WS-CHT-V                 PIC S9(18) COMP-5 VALUE 0.
       01 WS-CHT-BASE              PIC S9(18) COMP-5 VALUE 0.
      *> 画布坐标 (像素): 绘图区 x 90-690, y 60-360
       01 WS-CHT-PX                PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHT-PY                PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHT-PY0               PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHT-SLOT              PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHT-BW                PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHT-N1                PIC -(8)9.
       01 WS-CHT-N2                PIC -(8)9.
       01 WS-CHT-N3                PIC -(8)9.
       01 WS-CHT-N4                PIC -(8)9.
       01 WS-CHT-AMT-DISP          PIC -(14)9.
       01 WS-CHT-VAL-DISP          PIC -(14)9.99.
       01 WS-CHT-COLOR             PIC X(7) VALUE SPACES.
       01 WS-CHT-OUT               PIC X(400) VALUE SPACES.
       01 WS-CHT-PTR               PIC S9(4) COMP-5 VALUE 1.
      *> pack --with charts: 入包的图及其指纹, 供清单列出
       01 WS-PACK-WITH-CHARTS      PIC 9 VALUE 0.
       01 WS-PACK-W3               PIC X(20) VALUE SPACES.
       01 WS-CHT-PK-IDX            PIC S9(4) COMP-5 VALUE 0.
       01 WS-CHT-PK-TABLE.
          05 WS-CHT-PK OCCURS 3 TIMES.
             10 WS-CHT-PK-FILE     PIC X(20).
             10 WS-CHT-PK-HASH     PIC X(65).
             10 WS-CHT-PK-OK       PIC 9.
      *> 项目估算与完工预测: 按类别录入的成本/收入估算,
      *> 定期报的完工百分比或尚需成本 (ETC)
       01 WS-ARG-PERCENT           PIC X(10) VALUE SPACES.
       01 WS-ARG-ETC               PIC X(20) VALUE SPACES.
       01 WS-PEC-NAME              PIC X(51) VALUE SPACES.
       01 WS-PEC-CATEGORY          PIC X(51) VALUE SPACES.
       01 WS-PEC-TYPE              PIC X(10) VALUE SPACES.
       01 WS-PEC-AMOUNT            PIC S9(18) COMP-5 VALUE 0.
       01 WS-PEC-ACTUAL-CAT        PIC S9(18) COMP-5 VALUE 0.
       01 WS-PEC-HAVE-EST          PIC 9 VALUE 0.
       01 WS-PEC-EST-COST          PIC S9(18) COMP-5 VALUE 0.
       01 WS-PEC-EST-REV           PIC S9(18) COMP-5 VALUE 0.
       01 WS-PEC-ACTUAL            PIC S9(18) COMP-5 VALUE 0.
       01 WS-PEC-COMMITTED         PIC S9(18) COMP-5 VALUE 0.
       01 WS-PEC-EXPOSURE          PIC S9(18) COMP-5 VALUE 0.
       01 WS-PEC-POSTED            PIC S9(18) COMP-5 VALUE 0.
       01 WS-PEC-PROG-DATE         PIC X(11) VALUE SPACES.
       01 WS-PEC-PCT-BPS           PIC S9(9) COMP-5 VALUE 0.
       01 WS-PEC-PCT-USED          PIC S9(9) COMP-5 VALUE 0.
       01 WS-PEC-ETC               PIC S9(18) COMP-5 VALUE 0.
       01 WS-PEC-FAC               PIC S9(18) COMP-5 VALUE 0.
       01 WS-PEC-VARIANCE          PIC S9(18) COMP-5 VALUE 0.
       01 WS-PEC-EARNED            PIC S9(18) COMP-5 VALUE 0.
       01 WS-PEC-BILLED            PIC S9(18) COMP-5 VALUE 0.
       01 WS-PEC-BILL-DIFF         PIC S9(18) COMP-5 VALUE 0.
       01 WS-PEC-OVERRUNS          PIC S9(9) COMP-5 VALUE 0.
       01 WS-PEC-LINES             PIC S9(9) COMP-5 VALUE 0.
       01 WS-DISP-PEC-AMT1         PIC -(11)9.99.
       01 WS-DISP-PEC-AMT2         PIC -(11)9.99.
       01 WS-DISP-PEC-AMT3         PIC -(11)9.99.
       01 WS-DISP-PEC-AMT4         PIC -(11)9.99.
       01 WS-DISP-PEC-AMT5         PIC -(11)9.99.
       01 WS-DISP-PEC-PCT          PIC ZZ9.99.
      *> 季度预估所得税工作单: 按税年存的税率档、标准扣除、
      *> 上年税额 (安全港口径) 与工资代扣类别
       01 WS-ARG-PRIOR-TAX         PIC X(20) VALUE SPACES.
       01 WS-ARG-DEDUCTION         PIC X(20) VALUE SPACES.
       01 WS-ARG-SAFE-HARBOUR      PIC X(10) VALUE SPACES.
       01 WS-ETX-YEAR              PIC X(4) VALUE SPACES.
       01 WS-ETX-YEAR-NUM          PIC 9(4) VALUE 0.
       01 WS-ETX-NEXT-YEAR         PIC 9(4) VALUE 0.
       01 WS-ETX-QTR               PIC 9 VALUE 0.
       01 WS-ETX-MONTHS            PIC 9(2) VALUE 0.
       01 WS-ETX-THROUGH           PIC X(7) VALUE SPACES.
       01 WS-ETX-DUE-DATE          PIC X(11) VALUE SPACES.
       01 WS-ETX-HAVE-YEAR         PIC 9 VALUE 0.
       01 WS-ETX-DEDUCTION         PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-PRIOR-TAX         PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-SAFE-BPS          PIC S9(9) COMP-5 VALUE 0.
       01 WS-ETX-WH-CATEGORY       PIC X(51) VALUE SPACES.
       01 WS-ETX-INCOME            PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-DEDUCTIBLE        PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-NET-YTD           PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-ANNUAL            PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-TAXABLE           PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-TAX               PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-CURR-BASIS        PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-SAFE-BASIS        PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-REQUIRED          PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-CUM-DUE           PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-WITHHELD          PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-PAID              PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-RECOMMEND         PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-PAY               PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-PART              PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-UPPER             PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-FLOOR-IN          PIC S9(18) COMP-5 VALUE 0.
       01 WS-ETX-RATE-IN           PIC S9(9) COMP-5 VALUE 0.
       01 WS-ETX-LABEL             PIC X(46) VALUE SPACES.
       01 WS-ETX-B-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-ETX-B-IDX             PIC S9(4) COMP-5 VALUE 0.
       01 WS-ETX-BRACKET-TABLE.
          05 WS-ETX-B OCCURS 20 TIMES.
             10 WS-ETX-B-FLOOR     PIC S9(18) COMP-5.
             10 WS-ETX-B-RATE      PIC S9(9) COMP-5.
       01 WS-DISP-ETX-AMT          PIC -(11)9.99.
       01 WS-DISP-ETX-RATE         PIC ZZ9.99.
      *> 类别校验结果
       01 WS-CAT-VALID-MSG         PIC X(100) VALUE SPACES.
       01 WS-ROW-COUNT             PIC S9(9) COMP-5 VALUE 0.
           PERFORM PARSE-ARGUMENTS
           PERFORM RESOLVE-DB-PATH
           PERFORM RESOLVE-OPERATOR
           PERFORM RESOLVE-BIZDAY-POLICY
           PERFORM RESOLVE-CREDENTIAL
           PERFORM SET-MESSAGE-LANGUAGE
           PERFORM SCENARIO-SELECT
           PERFORM SIGNON-CHECK

           EVALUATE TRUE
               WHEN WS-COMMAND = "init"
                   PERFORM CMD-CHEQUE
               WHEN WS-COMMAND = "ar"
                   PERFORM CMD-AR
               WHEN WS-COMMAND = "dunning"
                   PERFORM CMD-DUNNING
               WHEN WS-COMMAND = "ap"
                   PERFORM CMD-AP
               WHEN WS-COMMAND = "payrun"
                   PERFORM CMD-PAYRUN
               WHEN WS-COMMAND = "claim"
                   PERFORM CMD-CLAIM
               WHEN WS-COMMAND = "asset"
                   PERFORM CMD-CALENDAR
               WHEN WS-COMMAND = "role"
                   PERFORM CMD-ROLE
               WHEN WS-COMMAND = "master"
                   PERFORM CMD-MASTER
               WHEN WS-COMMAND = "signon"
                   PERFORM CMD-SIGNON
               WHEN WS-COMMAND = "hold"
                   PERFORM CMD-HOLD
               WHEN WS-COMMAND = "checklist"
                   PERFORM CMD-CHECKLIST
               WHEN WS-COMMAND = "maint"
                   PERFORM CMD-MAINT
               WHEN WS-COMMAND = "entry"
                   PERFORM CMD-ENTRY
               WHEN WS-COMMAND = "suspense"
                   PERFORM CMD-SUSPENSE
               WHEN WS-COMMAND = "holiday"
                   PERFORM CMD-HOLIDAY
               WHEN WS-COMMAND = "cpi"
                   PERFORM CMD-CPI
               WHEN WS-COMMAND = "sample"
                   PERFORM CMD-SAMPLE
               WHEN WS-COMMAND = "layout"
                   PERFORM CMD-LAYOUT
               WHEN WS-COMMAND = "apply-spool"
                   PERFORM CMD-APPLY-SPOOL
               WHEN WS-COMMAND = "jobstream"
                   PERFORM CMD-JOBSTREAM
               WHEN WS-COMMAND = "commit"
                   PERFORM CMD-COMMIT
               WHEN WS-COMMAND = "vat"
                   PERFORM CMD-VAT
               WHEN WS-COMMAND = "esttax"
                   PERFORM CMD-ESTTAX
               WHEN WS-COMMAND = "invest"
                   PERFORM CMD-INVEST
               WHEN WS-COMMAND = "item"
                   PERFORM CMD-ITEM
               WHEN WS-COMMAND = "lease"
                   PERFORM CMD-LEASE
               WHEN WS-COMMAND = "fund"
                   PERFORM CMD-FUND
               WHEN WS-COMMAND = "points"
                   PERFORM CMD-POINTS
               WHEN WS-COMMAND = "mileage"
                   PERFORM CMD-MILEAGE
               WHEN WS-COMMAND = "hsa"
                   PERFORM CMD-HSA
               WHEN WS-COMMAND = "insurance"
                   PERFORM CMD-INSURANCE
               WHEN WS-COMMAND = "scenario"
                   PERFORM CMD-SCENARIO
               WHEN WS-COMMAND = "deposit"
                   PERFORM CMD-DEPOSIT
               WHEN WS-COMMAND = "alloc"
                   PERFORM CMD-PAYOFF
               WHEN WS-COMMAND = "till"
                   PERFORM CMD-TILL
               WHEN WS-COMMAND = "lockbox"
                   PERFORM CMD-LOCKBOX
               WHEN WS-COMMAND = "giftcard"
                   PERFORM CMD-GIFTCARD
               WHEN WS-COMMAND = "upgrade"
      *>   后端在数据库尚未打开时把日志落到旁路文件, 不丢记录
           IF WS-COMMAND NOT = "help" AND WS-COMMAND NOT = SPACES
               ACCEPT WS-CMDLINE FROM COMMAND-LINE
               IF WS-SCN-ACTIVE = 1
                   PERFORM SCENARIO-TAG-CMDLINE
               END-IF
               CALL "ops_log_write"
                    USING BY REFERENCE WS-CMDLINE
                          BY REFERENCE WS-OPERATOR
                           MOVE FUNCTION LOWER-CASE(
                                FUNCTION TRIM(WS-NEXT-ARG))
                                TO WS-ARG-FORMAT
                           MOVE 1 TO WS-ARG-FORMAT-GIVEN
                       END-IF
                   WHEN WS-ARG-LOWER = "--yes"
                       MOVE 1 TO WS-ARG-YES
                           MOVE FUNCTION LOWER-CASE(
                                FUNCTION TRIM(WS-NEXT-ARG))
                                TO WS-ARG-SORT
                           MOVE FUNCTION LOWER-CASE(
                                FUNCTION TRIM(WS-NEXT-ARG))
                                TO WS-ARG-SORT-LIST
                       END-IF
                   WHEN WS-ARG-LOWER = "--where"
                       ADD 1 TO WS-ARG-IDX
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-BEFORE
                       END-IF
                   WHEN WS-ARG-LOWER = "--commit"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           COMPUTE WS-ARG-COMMIT = FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-NEXT-ARG))
                       END-IF
                   WHEN WS-ARG-LOWER = "--tin"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-TIN
                       END-IF
                   WHEN WS-ARG-LOWER = "--reportable"
                       MOVE 1 TO WS-ARG-REPORTABLE
                   WHEN WS-ARG-LOWER = "--box"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-BOX
                       END-IF
                   WHEN WS-ARG-LOWER = "--symbol"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-SYMBOL
                       END-IF
                   WHEN WS-ARG-LOWER = "--price"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-PRICE
                       END-IF
                   WHEN WS-ARG-LOWER = "--fee"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-FEE
                       END-IF
                   WHEN WS-ARG-LOWER = "--lot"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           COMPUTE WS-ARG-LOT = FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-NEXT-ARG))
                       END-IF
                   WHEN WS-ARG-LOWER = "--ratio"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-RATIO
                       END-IF
                   WHEN WS-ARG-LOWER = "--sku"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-SKU
                       END-IF
                   WHEN WS-ARG-LOWER = "--reorder"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-REORDER
                       END-IF
                   WHEN WS-ARG-LOWER = "--deposit"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-DEPOSIT
                       END-IF
                   WHEN WS-ARG-LOWER = "--deduct"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-DEDUCT
                       END-IF
                   WHEN WS-ARG-LOWER = "--fund"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION LOWER-CASE(
                                FUNCTION TRIM(WS-NEXT-ARG))
                                TO WS-ARG-FUND
                       END-IF
                   WHEN WS-ARG-LOWER = "--odo-start"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           COMPUTE WS-ARG-ODO-START = FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-NEXT-ARG))
                       END-IF
                   WHEN WS-ARG-LOWER = "--odo-end"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           COMPUTE WS-ARG-ODO-END = FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-NEXT-ARG))
                       END-IF
                   WHEN WS-ARG-LOWER = "--scenario"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION LOWER-CASE(
                                FUNCTION TRIM(WS-NEXT-ARG))
                                TO WS-ARG-SCENARIO
                       END-IF
                   WHEN WS-ARG-LOWER = "--years"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           COMPUTE WS-ARG-YEARS = FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-NEXT-ARG))
                       END-IF
                   WHEN WS-ARG-LOWER = "--reason"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-REASON
                       END-IF
                   WHEN WS-ARG-LOWER = "--calendar"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-CALENDAR
                       END-IF
                   WHEN WS-ARG-LOWER = "--roll"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION LOWER-CASE(
                                FUNCTION TRIM(WS-NEXT-ARG))
                                TO WS-ARG-ROLL
                       END-IF
                   WHEN WS-ARG-LOWER = "--bizday"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           COMPUTE WS-ARG-BIZDAY = FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-NEXT-ARG))
                       END-IF
                   WHEN WS-ARG-LOWER = "--check"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION LOWER-CASE(
                                FUNCTION TRIM(WS-NEXT-ARG))
                                TO WS-ARG-CHECK
                       END-IF
                   WHEN WS-ARG-LOWER = "--optional"
                       MOVE 1 TO WS-ARG-OPTIONAL
                   WHEN WS-ARG-LOWER = "--docs"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           COMPUTE WS-ARG-DOCS = FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-NEXT-ARG))
                       END-IF
                   WHEN WS-ARG-LOWER = "--total"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-TOTAL
                       END-IF
                   WHEN WS-ARG-LOWER = "--ar"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           COMPUTE WS-ARG-AR = FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-NEXT-ARG))
                       END-IF
                   WHEN WS-ARG-LOWER = "--ap"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           COMPUTE WS-ARG-AP = FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-NEXT-ARG))
                       END-IF
                   WHEN WS-ARG-LOWER = "--real"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-REAL
                       END-IF
                   WHEN WS-ARG-LOWER = "--index"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-INDEX
                       END-IF
                   WHEN WS-ARG-LOWER = "--book"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION LOWER-CASE(
                                FUNCTION TRIM(WS-NEXT-ARG))
                                TO WS-ARG-BOOK
                       END-IF
                   WHEN WS-ARG-LOWER = "--min"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-MIN
                       END-IF
                   WHEN WS-ARG-LOWER = "--size"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           COMPUTE WS-ARG-SIZE = FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-NEXT-ARG))
                       END-IF
                   WHEN WS-ARG-LOWER = "--seed"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           COMPUTE WS-ARG-SEED = FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-NEXT-ARG))
                       END-IF
                   WHEN WS-ARG-LOWER = "--status"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION LOWER-CASE(
                                FUNCTION TRIM(WS-NEXT-ARG))
                                TO WS-ARG-STATUS
                       END-IF
                   WHEN WS-ARG-LOWER = "--item"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           COMPUTE WS-ARG-ITEM = FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-NEXT-ARG))
                       END-IF
                   WHEN WS-ARG-LOWER = "--columns"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION LOWER-CASE(
                                FUNCTION TRIM(WS-NEXT-ARG))
                                TO WS-ARG-COLUMNS
                       END-IF
                   WHEN WS-ARG-LOWER = "--group"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION LOWER-CASE(
                                FUNCTION TRIM(WS-NEXT-ARG))
                                TO WS-ARG-GROUP
                       END-IF
                   WHEN WS-ARG-LOWER = "--title"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-TITLE
                       END-IF
                   WHEN WS-ARG-LOWER = "--heading"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-HEADING
                       END-IF
                   WHEN WS-ARG-LOWER = "--layout"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION LOWER-CASE(
                                FUNCTION TRIM(WS-NEXT-ARG))
                                TO WS-ARG-LAYOUT
                       END-IF
                   WHEN WS-ARG-LOWER = "--percent"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-PERCENT
                       END-IF
                   WHEN WS-ARG-LOWER = "--etc"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-ETC
                       END-IF
                   WHEN WS-ARG-LOWER = "--prior-tax"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-PRIOR-TAX
                       END-IF
                   WHEN WS-ARG-LOWER = "--deduction"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-DEDUCTION
                       END-IF
                   WHEN WS-ARG-LOWER = "--safe-harbour"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-IDX <= WS-ARG-COUNT
                           ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(WS-NEXT-ARG)
                                TO WS-ARG-SAFE-HARBOUR
                       END-IF
                   WHEN OTHER
                       IF WS-SUBCOMMAND = SPACES
                           MOVE FUNCTION LOWER-CASE(
      *> ============================================================
      *> 确定本次操作者并交后端缓存, 之后每笔插入/修改都盖上
      *> 操作者签名. 取值顺序: LEDGER_USER 环境变量 >
      *> .ledgerrc 的 operator 键 > USER 环境变量.
      *> 这里只是报名字; 登记过 PIN 的账本还要过 SIGNON-CHECK
      *> ============================================================
       RESOLVE-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "LEDGER_USER"
                                  RETURNING WS-RC.

      *> ============================================================
      *> 出账日顺延口径交后端缓存 (与操作者同一做法): 本次调用里
      *> 新建/修改的生成日期的规则 (recur / loan / account
      *> set-cycle / ap --due / prepaid / asset) 都盖上这套口径,
      *> 之后由它们算出的到期日/入账日遇周末或假日按口径挪动.
      *> --calendar 选假日表 (按国家或银行维护, 默认取 .ledgerrc
      *> 的 business_calendar), --roll forward|back|none (默认
      *> business_roll, 未配置即 none 不挪), --bizday N 表示
      *> "每月第 N 个工作日". 命令行没给时只对新建的规则套默认值,
      *> 不去改既有规则已选的口径 (WS-BIZ-EXPLICIT = 0)
      *> ============================================================
       RESOLVE-BIZDAY-POLICY.
           MOVE 0 TO WS-BIZ-EXPLICIT
           MOVE WS-BIZ-CFG-CALENDAR TO WS-BIZ-CALENDAR
           MOVE WS-BIZ-CFG-ROLL TO WS-BIZ-ROLL
           IF WS-ARG-CALENDAR NOT = SPACES
               MOVE WS-ARG-CALENDAR TO WS-BIZ-CALENDAR
               MOVE 1 TO WS-BIZ-EXPLICIT
           END-IF
           IF WS-ARG-ROLL NOT = SPACES
               MOVE WS-ARG-ROLL TO WS-BIZ-ROLL
               MOVE 1 TO WS-BIZ-EXPLICIT
           END-IF
           IF WS-ARG-BIZDAY NOT = 0
               MOVE 1 TO WS-BIZ-EXPLICIT
           END-IF
           IF WS-BIZ-ROLL NOT = "forward" AND WS-BIZ-ROLL NOT = "back"
                   AND WS-BIZ-ROLL NOT = "none"
               DISPLAY "Error: --roll must be forward, back or none"
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ARG-BIZDAY < 0 OR WS-ARG-BIZDAY > 23
               DISPLAY "Error: --bizday must be between 1 and 23"
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "bizday_set_policy" USING BY REFERENCE WS-BIZ-CALENDAR
                                          BY REFERENCE WS-BIZ-ROLL
                                          BY VALUE WS-ARG-BIZDAY
                                          BY VALUE WS-BIZ-EXPLICIT
                                    RETURNING WS-RC.

      *> ============================================================
      *> 操作者签到: 有人登记过 PIN 之后, 光凭 LEDGER_USER /
      *> operator 键报个名字不算数, 还得凭 PIN 签到 (库里只存加盐
      *> 散列). 签到成功后后端发一个会话令牌, 存进
      *> $HOME/.ledger_session_<操作者>; 令牌在 signon_idle_minutes
      *> (默认 30) 分钟内有调用就自动续期, 同一终端连着跑命令不必
      *> 次次输 PIN. 连续输错 signon_max_attempts (默认 3) 次即锁定,
      *> 只有 admin 'signon reset' 能解. 成功/失败都记操作流水.
      *> 还没有任何人登记 PIN 时不设防 (与角色表同一思路,
      *> 否则第一个 PIN 都登记不进去).
      *> jobstream 这类无人值守的作业不问 PIN, 改用批处理操作者
      *> (batch_operator, 默认 batch) 与其专用凭据: 取
      *> LEDGER_BATCH_CREDENTIAL 环境变量, 没有时由后端读
      *> batch_credential_file 指向的文件. 批处理凭据不能用来交互签到
      *> ============================================================
       SIGNON-CHECK.
           IF WS-COMMAND = SPACES OR WS-COMMAND = "help"
                   OR WS-COMMAND = "init"
               EXIT PARAGRAPH
           END-IF
      *>   signon on / pin 自带 PIN 核对, 这里不重复问
           IF WS-COMMAND = "signon"
                   AND (WS-SUBCOMMAND = "on" OR WS-SUBCOMMAND = "pin")
               EXIT PARAGRAPH
           END-IF
           IF WS-COMMAND = "jobstream"
               MOVE 1 TO WS-SGN-BATCH
               MOVE WS-SGN-BATCH-OPERATOR TO WS-OPERATOR
               CALL "db_set_operator" USING BY REFERENCE WS-OPERATOR
                                      RETURNING WS-RC
           END-IF

      *>   库还打不开 (尚未 init / 被锁) 时不在这里报错,
      *>   交给命令自己的开库路径去说
           PERFORM SIGNON-OPEN
           IF WS-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           CALL "signon_required" USING BY REFERENCE WS-OPERATOR
                                        BY REFERENCE WS-SGN-STATE
                                  RETURNING WS-RC
           IF WS-RC NOT = 0 OR WS-SGN-STATE = 0
               CALL "db_close" RETURNING WS-RC
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SGN-OK
           IF WS-SGN-BATCH = 1
               PERFORM SIGNON-BATCH-VERIFY
           ELSE
               PERFORM SIGNON-INTERACTIVE
           END-IF
           CALL "db_close" RETURNING WS-RC
           IF WS-SGN-OK = 0
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ---------------------------------------------------------
      *> SIGNON-OPEN - 签到表在真账本里; 沙盘模式下 WS-DB-PATH 已
      *> 换成沙盘副本, 这里仍开基准库
      *> ---------------------------------------------------------
       SIGNON-OPEN.
           MOVE WS-DB-PATH TO WS-SGN-DB-PATH
           IF WS-SCN-ACTIVE = 1
               MOVE WS-SCN-BASE-PATH TO WS-SGN-DB-PATH
           END-IF
           CALL "db_open" USING BY REFERENCE WS-SGN-DB-PATH
                          RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> SIGNON-INTERACTIVE - 按 WS-SGN-STATE 分流: 1 已登记,
      *> 2 未登记, 3 已锁定, 4 批处理凭据. 已登记的先认会话令牌
      *> (signon on 带 WS-SGN-FORCE=1 时跳过), 令牌无效才问 PIN.
      *> 结果放在 WS-SGN-OK, 调用方须已开库
      *> ---------------------------------------------------------
       SIGNON-INTERACTIVE.
           MOVE 0 TO WS-SGN-OK
           EVALUATE WS-SGN-STATE
               WHEN 2
                   DISPLAY "Refused: operator '"
                           FUNCTION TRIM(WS-OPERATOR)
                           "' has no sign-on PIN; ask an admin to "
                           "run 'ledger signon enroll'"
                   MOVE "refused (not enrolled)" TO WS-SGN-LOG
                   PERFORM SIGNON-LOG
                   EXIT PARAGRAPH
               WHEN 3
                   DISPLAY "Refused: operator '"
                           FUNCTION TRIM(WS-OPERATOR)
                           "' is locked out; an admin must run "
                           "'ledger signon reset'"
                   MOVE "refused (locked out)" TO WS-SGN-LOG
                   PERFORM SIGNON-LOG
                   EXIT PARAGRAPH
               WHEN 4
                   DISPLAY "Refused: '" FUNCTION TRIM(WS-OPERATOR)
                           "' is a batch credential and cannot "
                           "sign on interactively"
                   MOVE "refused (batch credential)" TO WS-SGN-LOG
                   PERFORM SIGNON-LOG
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM SIGNON-SESSION-PATH
           IF WS-SGN-FORCE = 0
               PERFORM SIGNON-READ-TOKEN
               IF WS-SGN-TOKEN NOT = SPACES
                   CALL "signon_session_check"
                        USING BY REFERENCE WS-OPERATOR
                              BY REFERENCE WS-SGN-TOKEN
                              BY VALUE WS-SGN-IDLE-MIN
                        RETURNING WS-RC
                   MOVE SPACES TO WS-SGN-TOKEN
                   IF WS-RC = 0
                       MOVE 1 TO WS-SGN-OK
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           DISPLAY "PIN for " FUNCTION TRIM(WS-OPERATOR) ": "
                   WITH NO ADVANCING
           ACCEPT WS-SGN-PIN FROM CONSOLE
           MOVE SPACES TO WS-SGN-TOKEN
           MOVE 0 TO WS-SGN-LEFT
           CALL "signon_verify" USING BY REFERENCE WS-OPERATOR
                                      BY REFERENCE WS-SGN-PIN
                                      BY VALUE WS-SGN-MAX-TRIES
                                      BY REFERENCE WS-SGN-TOKEN
                                      BY REFERENCE WS-SGN-LEFT
                                RETURNING WS-RC
      *>   PIN 用完即清
           MOVE SPACES TO WS-SGN-PIN
           EVALUATE WS-RC
               WHEN 0
                   PERFORM SIGNON-WRITE-TOKEN
                   MOVE SPACES TO WS-SGN-TOKEN
                   MOVE 1 TO WS-SGN-OK
                   MOVE "ok" TO WS-SGN-LOG
               WHEN 7
                   MOVE WS-SGN-LEFT TO WS-SGN-LEFT-DISP
                   DISPLAY "Refused: wrong PIN ("
                           FUNCTION TRIM(WS-SGN-LEFT-DISP)
                           " attempt(s) left before lockout)"
                   STRING "failed (wrong PIN, "
                          FUNCTION TRIM(WS-SGN-LEFT-DISP)
                          " left)" DELIMITED SIZE INTO WS-SGN-LOG
               WHEN 9
                   DISPLAY "Refused: wrong PIN; operator '"
                           FUNCTION TRIM(WS-OPERATOR)
                           "' is now locked out"
                   MOVE "failed (wrong PIN, now locked out)"
                        TO WS-SGN-LOG
               WHEN OTHER
                   DISPLAY "Error: sign-on could not be checked"
                   MOVE "failed (backend error)" TO WS-SGN-LOG
           END-EVALUATE
           PERFORM SIGNON-LOG.

      *> ---------------------------------------------------------
      *> SIGNON-BATCH-VERIFY - 批处理操作者凭据核对, 失败同样
      *> 计入锁定次数并记流水
      *> ---------------------------------------------------------
       SIGNON-BATCH-VERIFY.
           MOVE 0 TO WS-SGN-OK
           IF WS-SGN-STATE NOT = 4
               DISPLAY "Refused: batch operator '"
                       FUNCTION TRIM(WS-OPERATOR)
                       "' is not enrolled with a batch credential"
               MOVE "refused (no batch credential enrolled)"
                    TO WS-SGN-LOG
               PERFORM SIGNON-LOG
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-SGN-BATCH-SECRET
                  FROM ENVIRONMENT "LEDGER_BATCH_CREDENTIAL"
           IF WS-SGN-BATCH-SECRET = SPACES
                   AND WS-SGN-BATCH-KEYFILE = SPACES
               DISPLAY "Refused: no batch credential (set "
                       "LEDGER_BATCH_CREDENTIAL or "
                       "batch_credential_file)"
               MOVE "refused (no batch credential given)"
                    TO WS-SGN-LOG
               PERFORM SIGNON-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SGN-LEFT
           CALL "signon_verify_batch"
                USING BY REFERENCE WS-OPERATOR
                      BY REFERENCE WS-SGN-BATCH-SECRET
                      BY REFERENCE WS-SGN-BATCH-KEYFILE
                      BY VALUE WS-SGN-MAX-TRIES
                      BY REFERENCE WS-SGN-LEFT
                RETURNING WS-RC
           MOVE SPACES TO WS-SGN-BATCH-SECRET
           EVALUATE WS-RC
               WHEN 0
                   MOVE 1 TO WS-SGN-OK
                   MOVE "batch ok" TO WS-SGN-LOG
               WHEN 9
                   DISPLAY "Refused: batch credential rejected; '"
                           FUNCTION TRIM(WS-OPERATOR)
                           "' is now locked out"
                   MOVE "batch failed (now locked out)"
                        TO WS-SGN-LOG
               WHEN 3
                   DISPLAY "Refused: batch operator '"
                           FUNCTION TRIM(WS-OPERATOR)
                           "' is locked out"
                   MOVE "batch refused (locked out)" TO WS-SGN-LOG
               WHEN OTHER
                   DISPLAY "Refused: batch credential rejected"
                   MOVE "batch failed (bad credential)"
                        TO WS-SGN-LOG
           END-EVALUATE
           PERFORM SIGNON-LOG.

      *> ---------------------------------------------------------
      *> SIGNON-LOG - 签到结果记操作流水: "signon <操作者> <结果>"
      *> ---------------------------------------------------------
       SIGNON-LOG.
           MOVE WS-SGN-LOG TO WS-GUARD-LOG
           MOVE SPACES TO WS-SGN-LOG
           STRING "signon " FUNCTION TRIM(WS-OPERATOR) " "
                  FUNCTION TRIM(WS-GUARD-LOG)
                  DELIMITED SIZE INTO WS-SGN-LOG
           IF WS-SGN-OK = 0
               MOVE 1 TO WS-RETURN-CODE
           END-IF
           CALL "ops_log_write" USING BY REFERENCE WS-SGN-LOG
                                      BY REFERENCE WS-OPERATOR
                                      BY VALUE WS-RETURN-CODE
                                RETURNING WS-RC
           MOVE SPACES TO WS-SGN-LOG WS-GUARD-LOG.

      *> ---------------------------------------------------------
      *> SIGNON-SESSION-PATH - 会话令牌文件按操作者分开存放
      *> ---------------------------------------------------------
       SIGNON-SESSION-PATH.
           ACCEPT WS-SGN-HOME FROM ENVIRONMENT "HOME"
           IF WS-SGN-HOME = SPACES
               MOVE "." TO WS-SGN-HOME
           END-IF
           MOVE SPACES TO WS-CKPT-PATH
           STRING FUNCTION TRIM(WS-SGN-HOME) "/.ledger_session_"
                  FUNCTION TRIM(WS-OPERATOR)
                  DELIMITED SIZE INTO WS-CKPT-PATH.

       SIGNON-READ-TOKEN.
           MOVE SPACES TO WS-SGN-TOKEN
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END MOVE "10" TO WS-CKPT-STATUS
               END-READ
               IF WS-CKPT-STATUS = "00"
                   MOVE WS-CKPT-LINE TO WS-SGN-TOKEN
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF
           MOVE SPACES TO WS-CKPT-LINE.

       SIGNON-WRITE-TOKEN.
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "Warning: cannot save the sign-on session to '"
                       FUNCTION TRIM(WS-CKPT-PATH) "'"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SGN-TOKEN TO WS-CKPT-LINE
           WRITE WS-CKPT-LINE
           MOVE SPACES TO WS-CKPT-LINE
           CLOSE CHECKPOINT-FILE.

      *> ============================================================
      *> 装填消息目录: --lang 优先于 .ledgerrc 的 lang 键,
      *> 都没给时默认 en. 高频提示/报错/报表抬头从目录取词,
      *> 后端经 msg_set_lang 同步 (它那边的落账提示同语言) -
      *> 给只认一种语言的审计师/店员交报表不必再口头翻译
      *> ============================================================
       SET-MESSAGE-LANGUAGE.
           IF WS-ARG-LANG NOT = SPACES
               MOVE WS-ARG-LANG TO WS-LANG
           ELSE
               IF WS-CONFIG-LANG NOT = SPACES
                   MOVE WS-CONFIG-LANG TO WS-LANG
               END-IF
           END-IF
           IF WS-LANG NOT = "zh" AND WS-LANG NOT = "en"
               DISPLAY "Warning: unknown language '"
                       FUNCTION TRIM(WS-LANG) "', using en"
                   ELSE
                       MOVE 0 TO WS-CONFIG-ENCRYPTED
                   END-IF
               WHEN "business_tin"
                   MOVE WS-CONFIG-VALUE TO WS-INF-PAYER-TIN
               WHEN "info_return_threshold"
                   COMPUTE WS-INF-THRESHOLD =
                           FUNCTION NUMVAL(WS-CONFIG-VALUE) * 100
               WHEN "business_name"
                   MOVE WS-CONFIG-VALUE TO WS-CONFIG-BIZ-NAME
               WHEN "business_address"
                   MOVE WS-CONFIG-VALUE TO WS-CONFIG-BIZ-ADDR
               WHEN "backup_dir"
                   MOVE WS-CONFIG-VALUE TO WS-CONFIG-BACKUP-DIR
               WHEN "projection_low"
                   MOVE WS-CONFIG-VALUE TO WS-LRP-CFG-LOW
               WHEN "projection_base"
                   MOVE WS-CONFIG-VALUE TO WS-LRP-CFG-BASE
               WHEN "projection_high"
                   MOVE WS-CONFIG-VALUE TO WS-LRP-CFG-HIGH
               WHEN "kpi_savings_rate"
                   MOVE WS-KPI-CFG-SAVE-G TO WS-KPI-T-GREEN
                   MOVE WS-KPI-CFG-SAVE-A TO WS-KPI-T-AMBER
                   PERFORM KPI-PARSE-THRESHOLD
                   MOVE WS-KPI-T-GREEN TO WS-KPI-CFG-SAVE-G
                   MOVE WS-KPI-T-AMBER TO WS-KPI-CFG-SAVE-A
               WHEN "kpi_expense_ratio"
                   MOVE WS-KPI-CFG-EXPR-G TO WS-KPI-T-GREEN
                   MOVE WS-KPI-CFG-EXPR-A TO WS-KPI-T-AMBER
                   PERFORM KPI-PARSE-THRESHOLD
                   MOVE WS-KPI-T-GREEN TO WS-KPI-CFG-EXPR-G
                   MOVE WS-KPI-T-AMBER TO WS-KPI-CFG-EXPR-A
               WHEN "kpi_debt_to_income"
                   MOVE WS-KPI-CFG-DTI-G TO WS-KPI-T-GREEN
                   MOVE WS-KPI-CFG-DTI-A TO WS-KPI-T-AMBER
                   PERFORM KPI-PARSE-THRESHOLD
                   MOVE WS-KPI-T-GREEN TO WS-KPI-CFG-DTI-G
                   MOVE WS-KPI-T-AMBER TO WS-KPI-CFG-DTI-A
               WHEN "kpi_emergency_months"
                   MOVE WS-KPI-CFG-COVER-G TO WS-KPI-T-GREEN
                   MOVE WS-KPI-CFG-COVER-A TO WS-KPI-T-AMBER
                   PERFORM KPI-PARSE-THRESHOLD
                   MOVE WS-KPI-T-GREEN TO WS-KPI-CFG-COVER-G
                   MOVE WS-KPI-T-AMBER TO WS-KPI-CFG-COVER-A
               WHEN "kpi_credit_utilisation"
                   MOVE WS-KPI-CFG-UTIL-G TO WS-KPI-T-GREEN
                   MOVE WS-KPI-CFG-UTIL-A TO WS-KPI-T-AMBER
                   PERFORM KPI-PARSE-THRESHOLD
                   MOVE WS-KPI-T-GREEN TO WS-KPI-CFG-UTIL-G
                   MOVE WS-KPI-T-AMBER TO WS-KPI-CFG-UTIL-A
               WHEN "kpi_budget_adherence"
                   MOVE WS-KPI-CFG-BUDGET-G TO WS-KPI-T-GREEN
                   MOVE WS-KPI-CFG-BUDGET-A TO WS-KPI-T-AMBER
                   PERFORM KPI-PARSE-THRESHOLD
                   MOVE WS-KPI-T-GREEN TO WS-KPI-CFG-BUDGET-G
                   MOVE WS-KPI-T-AMBER TO WS-KPI-CFG-BUDGET-A
               WHEN "kpi_average_months"
                   COMPUTE WS-KPI-CFG-AVG-MONTHS =
                           FUNCTION NUMVAL(WS-CONFIG-VALUE)
               WHEN "suspense_account"
                   MOVE WS-CONFIG-VALUE TO WS-SUS-CFG-ACCOUNT
               WHEN "maint_frag_threshold"
                   COMPUTE WS-MNT-CFG-FRAG =
                           FUNCTION NUMVAL(WS-CONFIG-VALUE)
               WHEN "jobstream_maintenance"
                   IF FUNCTION TRIM(WS-CONFIG-VALUE) = "1"
                       MOVE 1 TO WS-MNT-CFG-JOBSTREAM
                   ELSE
                       MOVE 0 TO WS-MNT-CFG-JOBSTREAM
                   END-IF
               WHEN "business_calendar"
                   MOVE WS-CONFIG-VALUE TO WS-BIZ-CFG-CALENDAR
               WHEN "business_roll"
                   MOVE FUNCTION LOWER-CASE(WS-CONFIG-VALUE)
                        TO WS-BIZ-CFG-ROLL
               WHEN "interface_daily"
                   MOVE WS-CONFIG-VALUE TO WS-ICL-CFG-DAILY
               WHEN "sod_pairs"
                   MOVE WS-CONFIG-VALUE TO WS-SOD-CFG-PAIRS
               WHEN "signon_idle_minutes"
                   COMPUTE WS-SGN-IDLE-MIN =
                           FUNCTION NUMVAL(WS-CONFIG-VALUE)
               WHEN "signon_max_attempts"
                   COMPUTE WS-SGN-MAX-TRIES =
                           FUNCTION NUMVAL(WS-CONFIG-VALUE)
               WHEN "batch_operator"
                   MOVE WS-CONFIG-VALUE TO WS-SGN-BATCH-OPERATOR
               WHEN "batch_credential_file"
                   MOVE WS-CONFIG-VALUE TO WS-SGN-BATCH-KEYFILE
               WHEN "scenario_dir"
                   MOVE WS-CONFIG-VALUE TO WS-SCN-DIR
               WHEN "backup_keep"
                   COMPUTE WS-CONFIG-BACKUP-KEEP =
                           FUNCTION NUMVAL(WS-CONFIG-VALUE)
               WHEN "notify_amount"
                   COMPUTE WS-NOTIFY-AMOUNT-CENTS =
                           FUNCTION NUMVAL(WS-CONFIG-VALUE) * 100
               WHEN "rewards_category"
                   MOVE WS-CONFIG-VALUE TO WS-PTS-CATEGORY
               WHEN "mileage_category"
                   MOVE WS-CONFIG-VALUE TO WS-MIL-CATEGORY
               WHEN "insurance_category"
                   MOVE WS-CONFIG-VALUE TO WS-INS-CATEGORY
               WHEN "insurance_recovery_category"
                   MOVE WS-CONFIG-VALUE TO WS-INS-RECOVERY-CATEGORY
               WHEN "deposit_account"
                   MOVE WS-CONFIG-VALUE TO WS-LSE-DEP-ACCOUNT
               WHEN "deposit_deduction_category"
                   MOVE WS-CONFIG-VALUE TO WS-LSE-DEDUCT-CATEGORY
               WHEN "rent_grace_days"
                   COMPUTE WS-LSE-GRACE-DAYS =
                           FUNCTION NUMVAL(WS-CONFIG-VALUE)
               WHEN "rent_late_fee"
                   COMPUTE WS-LSE-LATE-FEE =
                           FUNCTION NUMVAL(WS-CONFIG-VALUE) * 100
               WHEN "inventory_account"
                   MOVE WS-CONFIG-VALUE TO WS-ITM-ACCOUNT
               WHEN "cogs_category"
                   MOVE WS-CONFIG-VALUE TO WS-ITM-COGS-CATEGORY
               WHEN "shrinkage_category"
                   MOVE WS-CONFIG-VALUE TO WS-ITM-SHRINK-CATEGORY
               WHEN "invest_category"
                   MOVE WS-CONFIG-VALUE TO WS-INV-CATEGORY
               WHEN "dividend_category"
                   MOVE WS-CONFIG-VALUE TO WS-INV-DIV-CATEGORY
               WHEN "securities_account"
                   MOVE WS-CONFIG-VALUE TO WS-INV-SEC-ACCOUNT
               WHEN "vat_authority_account"
                   MOVE WS-CONFIG-VALUE TO WS-VAT-AUTH-ACCT
               WHEN "double_entry"
                   IF FUNCTION TRIM(WS-CONFIG-VALUE) = "1"
                       MOVE 1 TO WS-CONFIG-DOUBLE-ENTRY
                   ELSE
                       MOVE 0 TO WS-CONFIG-DOUBLE-ENTRY
                   END-IF
               WHEN "dunning_days"
                   PERFORM DUNNING-PARSE-DAYS
               WHEN "dunning_fee"
                   COMPUTE WS-DUN-FEE-CENTS =
                           FUNCTION NUMVAL(WS-CONFIG-VALUE) * 100
               WHEN "dunning_fee_level"
                   COMPUTE WS-DUN-FEE-LEVEL =
                           FUNCTION NUMVAL(WS-CONFIG-VALUE)
               WHEN "match_price_tolerance"
                   COMPUTE WS-MATCH-PRICE-TOL =
                           FUNCTION NUMVAL(WS-CONFIG-VALUE)
               WHEN "match_qty_tolerance"
                   COMPUTE WS-MATCH-QTY-TOL =
                           FUNCTION NUMVAL(WS-CONFIG-VALUE)
               WHEN OTHER
                   IF WS-CONFIG-KEY(1:8) = "profile."
                       PERFORM ADD-PROFILE-ENTRY
                    TO WS-PROFILE-PATH(WS-PROFILE-COUNT)
           END-IF.

      *> ============================================================
      *> "kpi_xxx = 绿线,黄线" 形式的 KPI 阈值; 绿线高于黄线表示
      *> 越高越好, 反之越低越好 (见 KPI-RAG). 写坏了只警告,
      *> 保留原值
      *> ============================================================
       KPI-PARSE-THRESHOLD.
           MOVE SPACES TO WS-KPI-T-TEXT1 WS-KPI-T-TEXT2
           UNSTRING WS-CONFIG-VALUE DELIMITED BY ","
               INTO WS-KPI-T-TEXT1 WS-KPI-T-TEXT2
           END-UNSTRING
           IF WS-KPI-T-TEXT1 = SPACES OR WS-KPI-T-TEXT2 = SPACES
               DISPLAY "Warning: ignoring .ledgerrc "
                       FUNCTION TRIM(WS-CONFIG-KEY)
                       " - expected green,amber"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-KPI-T-GREEN =
                   FUNCTION NUMVAL(WS-KPI-T-TEXT1) * 100
           COMPUTE WS-KPI-T-AMBER =
                   FUNCTION NUMVAL(WS-KPI-T-TEXT2) * 100.


      *> ============================================================
      *> CMD: init - 初始化数据库
               EXIT PARAGRAPH
           END-IF

      *>   操作者开着录入控制批时, 这笔挂批不入账; 冲回分录要等
      *>   原分录真正入账才排得上, 批内不收 --reverse-on
           PERFORM ENTRY-CURRENT
           IF WS-EBT-ID NOT = 0 AND WS-ARG-REVERSE-ON NOT = SPACES
               DISPLAY "Error: --reverse-on cannot be used while an "
                       "entry batch is open"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   校验类别是否在类别主档中登记
           CALL "category_validate" USING BY REFERENCE WS-ARG-CATEGORY
                                           BY REFERENCE WS-ARG-TYPE
               EXIT PARAGRAPH
           END-IF

      *>   --fund: 基金须已登记, 限定基金不许透支
           MOVE WS-ARG-TYPE TO WS-FND-CHK-TYPE
           MOVE WS-AMOUNT-CENTS TO WS-FND-CHK-AMOUNT
           PERFORM FUND-CHECK-POSTING
           IF WS-FND-BLOCKED = 1
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   HSA/FSA 缴存类别上的款项、计划账户上的收入按年度
      *>   上限把关 (超额缴存须 --force 明确放行)
           MOVE WS-ARG-CATEGORY TO WS-HSA-CHK-CATEGORY
           MOVE SPACES TO WS-HSA-CHK-ACCOUNT
           IF WS-ARG-TYPE = "INCOME"
               MOVE WS-ARG-ACCOUNT TO WS-HSA-CHK-ACCOUNT
           END-IF
           MOVE WS-ARG-DATE TO WS-HSA-CHK-DATE
           MOVE WS-AMOUNT-CENTS TO WS-HSA-CHK-AMOUNT
           PERFORM HSA-CHECK-CONTRIB
           IF WS-HSA-OVER = 1 AND WS-ARG-FORCE = 0
               DISPLAY "Re-run with --force to post it anyway"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   已申报增值税期间内不许再添带税额的行
           MOVE 0 TO WS-VLK-ID
           MOVE WS-ARG-DATE TO WS-VLK-DATE
           MOVE WS-TAX-CENTS TO WS-VLK-TAX
           PERFORM VAT-LOCK-CHECK
           IF WS-VLK-LOCKED = 1
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   插入记录
           PERFORM CHEQUE-ADD-PREP
           CALL "tx_add" USING BY REFERENCE WS-ARG-DATE
                               BY REFERENCE WS-ARG-TYPE
                               BY REFERENCE WS-ARG-CATEGORY
                               BY VALUE WS-TAX-CENTS
                               BY VALUE WS-QTY-MILLI
                               BY REFERENCE WS-ARG-UNIT
                               BY REFERENCE WS-CHQ-ADD-NO
                               BY REFERENCE WS-ARG-SHARE
                               BY REFERENCE WS-ARG-FUND
                         RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add transaction"
               EXIT PARAGRAPH
           END-IF

      *>   挂批的行到放行时才入账, 积分/分流/承诺核销/通知等
      *>   落账后续由后端在 ebatch_release 时逐行补做
           IF WS-EBT-ID NOT = 0
               PERFORM ENTRY-HOLD-LAST
               EXIT PARAGRAPH
           END-IF

           DISPLAY FUNCTION TRIM(WS-MSG-TX-ADDED)
           PERFORM CHEQUE-QUEUE-LAST

      *>   卡上支出按累积规则记积分, 卡上退款冲回 (账户没有积分
      *>   计划时跳过)
           MOVE WS-ARG-TYPE TO WS-PTS-TX-TYPE
           MOVE WS-ARG-ACCOUNT TO WS-PTS-ACCOUNT
           MOVE WS-ARG-CATEGORY TO WS-PTS-RULE-CAT
           MOVE WS-ARG-DATE TO WS-PTS-DATE
           MOVE WS-AMOUNT-CENTS TO WS-PTS-CASH
           PERFORM POINTS-FOR-POSTING.

      *>   --reverse-on: 自动生成冲回分录 (典型用法: 月末估提
      *>   水电费, 次月 1 日自动反向冲回, 真账单来了直接入) -
               END-IF
           END-IF

      *>   挂了项目的支出: 实际 + 已承诺 超过项目成本估算时提醒
           IF FUNCTION TRIM(WS-ARG-TYPE) = "EXPENSE"
               MOVE WS-AMOUNT-CENTS TO WS-PEC-POSTED
               PERFORM PROJECT-ESTIMATE-CHECK
           END-IF

      *>   超大额支出, 通过 webhook 推送通知
           IF WS-CONFIG-NOTIFY-URL NOT = SPACES
                   AND WS-NOTIFY-AMOUNT-CENTS > 0
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100
           PERFORM COMPUTE-TAX-CENTS

           MOVE 0 TO WS-VLK-ID
           MOVE WS-BATCH-DATE TO WS-VLK-DATE
           MOVE WS-TAX-CENTS TO WS-VLK-TAX
           PERFORM VAT-LOCK-CHECK
           IF WS-VLK-LOCKED = 1
               DISPLAY "Line " WS-BATCH-LINE-NO
                       ": refused - filed VAT period"
               ADD 1 TO WS-BATCH-FAIL-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BATCH-TYPE TO WS-FND-CHK-TYPE
           MOVE WS-AMOUNT-CENTS TO WS-FND-CHK-AMOUNT
           PERFORM FUND-CHECK-POSTING
           IF WS-FND-BLOCKED = 1
               DISPLAY "Line " WS-BATCH-LINE-NO
                       ": refused - fund check"
               ADD 1 TO WS-BATCH-FAIL-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHEQUE-ADD-PREP
           CALL "tx_add" USING BY REFERENCE WS-BATCH-DATE
                               BY REFERENCE WS-BATCH-TYPE
                               BY REFERENCE WS-BATCH-CATEGORY
                               BY VALUE WS-TAX-CENTS
                               BY VALUE WS-QTY-MILLI
                               BY REFERENCE WS-ARG-UNIT
                               BY REFERENCE WS-CHQ-ADD-NO
                               BY REFERENCE WS-ARG-SHARE
                               BY REFERENCE WS-ARG-FUND
                         RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Line " WS-BATCH-LINE-NO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BATCH-OK-COUNT
           PERFORM CHEQUE-QUEUE-LAST
           MOVE WS-BATCH-TYPE TO WS-PTS-TX-TYPE
           MOVE WS-ARG-ACCOUNT TO WS-PTS-ACCOUNT
           MOVE WS-BATCH-CATEGORY TO WS-PTS-RULE-CAT
           MOVE WS-BATCH-DATE TO WS-PTS-DATE
           MOVE WS-AMOUNT-CENTS TO WS-PTS-CASH
           PERFORM POINTS-FOR-POSTING
           IF FUNCTION TRIM(WS-BATCH-TYPE) = "EXPENSE"
               MOVE WS-AMOUNT-CENTS TO WS-PEC-POSTED
               PERFORM PROJECT-ESTIMATE-CHECK
           END-IF.

      *> ============================================================
      *> 把一笔录不进去的交易追加到暂存队列文件 (<db path>.spool,

      *> ============================================================
      *> CMD: jobstream - 夜间批处理作业流 (带步骤级重启)
      *> 固定步骤表: 1 recur run -> 2 rent run -> 3 premium run ->
      *> 4 accrue -> 5 prepaid run -> 6 loan post ->
      *> 7 fund release -> 8 summary rebuild -> 9 backup
      *> (-> 10 maint run, 仅当 jobstream_maintenance = 1).
      *> 每步完成后把步骤名写进
      *> checkpoint 文件 (与 EXPORT-TX 的断点续传同一纪律,
      *> 按月一个文件), 半夜第三步断掉后重跑自动从第三步续起,
      *> 不必再凭记忆数到哪了. 记步骤名而不记步骤号: 步骤表
      *> 再插步时旧断点不会对错位; 早先只记步骤号的断点文件
      *> 对不上现行步骤表, 一律拒绝续跑
      *> ============================================================
       CMD-JOBSTREAM.
           IF WS-ARG-MONTH = SPACES
           STRING "./export/jobstream_" FUNCTION TRIM(WS-ARG-MONTH)
                  ".ckpt" DELIMITED SIZE INTO WS-CKPT-PATH
           PERFORM JOBSTREAM-READ-CKPT
           IF WS-JS-CKPT-BAD = 1
               DISPLAY "Error: checkpoint " FUNCTION TRIM(WS-CKPT-PATH)
                       " does not name a current job step ("
                       FUNCTION TRIM(WS-JS-CKPT-NAME) ")"
               DISPLAY "Check which steps ran with 'ledger runs', "
                       "then delete the file and re-run"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   第 10 步 (库维护) 只在 jobstream_maintenance = 1 时排入
           IF WS-MNT-CFG-JOBSTREAM = 1
               MOVE 10 TO WS-JS-LAST-STEP
           ELSE
               MOVE 9 TO WS-JS-LAST-STEP
           END-IF
           IF WS-JS-START-STEP >= WS-JS-LAST-STEP
               DISPLAY "Job stream for "
                       FUNCTION TRIM(WS-ARG-MONTH)
                       " already completed - delete "

           MOVE 0 TO WS-JS-FAILED
           COMPUTE WS-JS-STEP = WS-JS-START-STEP + 1
           PERFORM UNTIL WS-JS-STEP > WS-JS-LAST-STEP
                   OR WS-JS-FAILED = 1
               PERFORM JOBSTREAM-ONE-STEP
               IF WS-RETURN-CODE = 0
                   PERFORM JOBSTREAM-WRITE-CKPT
               DISPLAY "Fix the cause and re-run the same command "
                       "- it restarts from this step"
           ELSE
               MOVE WS-JS-LAST-STEP TO WS-JS-LAST-DISP
               DISPLAY "Job stream for "
                       FUNCTION TRIM(WS-ARG-MONTH)
                       " completed: all "
                       FUNCTION TRIM(WS-JS-LAST-DISP) " step(s) done"
           END-IF.

      *> ---------------------------------------------------------
      *> 执行一个作业步 (各步沿用对应命令段落, 计数各步自报)
      *> ---------------------------------------------------------
       JOBSTREAM-ONE-STEP.
           PERFORM JOBSTREAM-STEP-NAME
           DISPLAY " "
           MOVE WS-JS-LAST-STEP TO WS-JS-LAST-DISP
           DISPLAY "Step " WS-JS-STEP "/"
                   FUNCTION TRIM(WS-JS-LAST-DISP) ": "
                   FUNCTION TRIM(WS-JS-STEP-NAME)

           MOVE 0 TO WS-RETURN-CODE
               WHEN 1
                   PERFORM RECUR-RUN
               WHEN 2
                   PERFORM LEASE-RUN
               WHEN 3
                   PERFORM INSURANCE-PREMIUM-RUN
               WHEN 4
                   PERFORM CMD-ACCRUE
               WHEN 5
                   PERFORM PREPAID-RUN
               WHEN 6
                   PERFORM LOAN-POST-RUN
               WHEN 7
                   PERFORM FUND-RELEASE-RUN
               WHEN 8
                   CALL "summary_rebuild"
                        USING BY REFERENCE WS-SUM-COUNT
                        RETURNING WS-RC
                               FUNCTION TRIM(WS-SUM-COUNT-DISP)
                               " month/category row(s)"
                   END-IF
               WHEN 9
                   PERFORM CMD-BACKUP
               WHEN 10
                   PERFORM MAINT-RUN
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 步骤号 WS-JS-STEP -> 步骤名 WS-JS-STEP-NAME (断点文件
      *> 里记的就是这个名字)
      *> ---------------------------------------------------------
       JOBSTREAM-STEP-NAME.
           MOVE SPACES TO WS-JS-STEP-NAME
           EVALUATE WS-JS-STEP
               WHEN 1
                   MOVE "recur run" TO WS-JS-STEP-NAME
               WHEN 2
                   MOVE "rent run" TO WS-JS-STEP-NAME
               WHEN 3
                   MOVE "premium run" TO WS-JS-STEP-NAME
               WHEN 4
                   MOVE "accrue" TO WS-JS-STEP-NAME
               WHEN 5
                   MOVE "prepaid run" TO WS-JS-STEP-NAME
               WHEN 6
                   MOVE "loan post" TO WS-JS-STEP-NAME
               WHEN 7
                   MOVE "fund release" TO WS-JS-STEP-NAME
               WHEN 8
                   MOVE "summary rebuild" TO WS-JS-STEP-NAME
               WHEN 9
                   MOVE "backup" TO WS-JS-STEP-NAME
               WHEN 10
                   MOVE "maint run" TO WS-JS-STEP-NAME
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 读/写作业流 checkpoint (内容 = 最近完成的步骤名).
      *> 名字在现行步骤表里找不到 (含旧式纯数字断点) 时
      *> WS-JS-CKPT-BAD = 1
      *> ---------------------------------------------------------
       JOBSTREAM-READ-CKPT.
           MOVE 0 TO WS-JS-START-STEP WS-JS-CKPT-BAD
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CHECKPOINT-FILE
               AT END
                   CONTINUE
           END-READ
           IF WS-CKPT-STATUS = "00" AND WS-CKPT-LINE NOT = SPACES
               MOVE WS-CKPT-LINE TO WS-JS-CKPT-NAME
               MOVE 1 TO WS-JS-CKPT-BAD
               PERFORM VARYING WS-JS-STEP FROM 1 BY 1
                       UNTIL WS-JS-STEP > 10 OR WS-JS-CKPT-BAD = 0
                   PERFORM JOBSTREAM-STEP-NAME
                   IF WS-JS-STEP-NAME = WS-JS-CKPT-NAME
                       MOVE WS-JS-STEP TO WS-JS-START-STEP
                       MOVE 0 TO WS-JS-CKPT-BAD
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CHECKPOINT-FILE.

      *> ---------------------------------------------------------
       JOBSTREAM-WRITE-CKPT.
                       FUNCTION TRIM(WS-CKPT-PATH) "'"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JS-STEP-NAME TO WS-CKPT-LINE
           WRITE WS-CKPT-LINE
           CLOSE CHECKPOINT-FILE.

               END-IF
           END-IF

           MOVE WS-ARG-ID TO WS-VLK-ID
           MOVE WS-ARG-DATE TO WS-VLK-DATE
           MOVE WS-TAX-CENTS TO WS-VLK-TAX
           PERFORM VAT-LOCK-CHECK
           IF WS-VLK-LOCKED = 1
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   记在限定基金上的支出改大 (或收入改成支出) 时, 增加的
      *>   部分同样不许透支基金; 基金取自这笔交易本身
           IF WS-AMOUNT-CENTS NOT = 0 OR WS-ARG-TYPE NOT = SPACES
               CALL "tx_get_fund" USING BY VALUE WS-ARG-ID
                                        BY REFERENCE WS-FND-CUR-TYPE
                                        BY REFERENCE WS-FND-CUR-AMOUNT
                                        BY REFERENCE WS-ARG-FUND
                                  RETURNING WS-RC
               IF WS-RC = 0 AND WS-ARG-FUND NOT = SPACES
                   MOVE WS-ARG-TYPE TO WS-FND-CHK-TYPE
                   IF WS-FND-CHK-TYPE = SPACES
                       MOVE WS-FND-CUR-TYPE TO WS-FND-CHK-TYPE
                   END-IF
                   MOVE WS-AMOUNT-CENTS TO WS-FND-CHK-AMOUNT
                   IF WS-FND-CHK-AMOUNT = 0
                       MOVE WS-FND-CUR-AMOUNT TO WS-FND-CHK-AMOUNT
                   END-IF
                   IF FUNCTION TRIM(WS-FND-CUR-TYPE) = "EXPENSE"
                       SUBTRACT WS-FND-CUR-AMOUNT
                           FROM WS-FND-CHK-AMOUNT
                   END-IF
                   IF WS-FND-CHK-AMOUNT > 0
                       PERFORM FUND-CHECK-POSTING
                       IF WS-FND-BLOCKED = 1
                           MOVE 1 TO WS-RETURN-CODE
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               END-IF
           END-IF

           CALL "tx_update" USING BY VALUE WS-ARG-ID
                                  BY REFERENCE WS-ARG-DATE
                                  BY REFERENCE WS-ARG-TYPE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-ID TO WS-VLK-ID
           MOVE SPACES TO WS-VLK-DATE
           MOVE 0 TO WS-VLK-TAX
           PERFORM VAT-LOCK-CHECK
           IF WS-VLK-LOCKED = 1
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "tx" TO WS-HLD-SCOPE
           MOVE WS-ARG-ID TO WS-HLD-ID
           MOVE SPACES TO WS-HLD-ARG
           PERFORM HOLD-CHECK
           IF WS-HLD-BLOCKED = 1
               MOVE 7 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "tx_delete" USING BY VALUE WS-ARG-ID
                            RETURNING WS-RC
           IF WS-RC = 3
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-ID TO WS-VLK-ID
           MOVE SPACES TO WS-VLK-DATE
           MOVE 0 TO WS-VLK-TAX
           PERFORM VAT-LOCK-CHECK
           IF WS-VLK-LOCKED = 1
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "tx_restore" USING BY VALUE WS-ARG-ID
                              RETURNING WS-RC
           IF WS-RC = 3
               EXIT PARAGRAPH
           END-IF

      *>   暂记户不空只警告不拦 - 年末挂着的暂记项要有人认领
           CALL "suspense_balance" USING BY REFERENCE WS-SUS-COUNT
                                         BY REFERENCE WS-SUS-TOTAL
                                   RETURNING WS-RC
           IF WS-RC = 0 AND WS-SUS-COUNT > 0
               MOVE WS-SUS-COUNT TO WS-SUS-COUNT-DISP
               COMPUTE WS-DISP-SUS-TOTAL = WS-SUS-TOTAL / 100
               DISPLAY "Warning: suspense still holds "
                       FUNCTION TRIM(WS-SUS-COUNT-DISP)
                       " item(s) totalling "
                       FUNCTION TRIM(WS-DISP-SUS-TOTAL)
                       " - see 'ledger report suspense'"
           END-IF

      *>   --dry-run: 报告会锁定多少行与结转净额, 不实际结账
           IF WS-ARG-DRY-RUN = 1
               CALL "close_preview" USING BY REFERENCE WS-ARG-YEAR
               EXIT PARAGRAPH
           END-IF

      *>   财年内各月的月结清单都要签完 (或经主管越过)
           MOVE "year" TO WS-CHK-SCOPE
           MOVE WS-ARG-YEAR TO WS-CHK-ARG
           MOVE 0 TO WS-CHK-RO
           PERFORM CHECKLIST-GATE
           IF WS-CHK-BLOCKED = 1
               EXIT PARAGRAPH
           END-IF

      *>   财年制下锁定的是 fiscal_year_start 月起的 12 个月
           CALL "period_close" USING BY REFERENCE WS-ARG-YEAR
                                     BY VALUE WS-CONFIG-FY-START
               EXIT PARAGRAPH
           END-IF

           MOVE "before" TO WS-HLD-SCOPE
           MOVE 0 TO WS-HLD-ID
           MOVE WS-ARG-BEFORE TO WS-HLD-ARG
           PERFORM HOLD-CHECK
           IF WS-HLD-BLOCKED = 1
               MOVE 7 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "tx_archive" USING BY REFERENCE WS-ARG-BEFORE
                                   BY REFERENCE WS-ARCHIVE-COUNT
                             RETURNING WS-RC
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Category '" FUNCTION TRIM(WS-ARG-NAME)
                   "' added successfully"
           MOVE "category" TO WS-MCL-ENTITY
           MOVE WS-ARG-NAME TO WS-MCL-KEY
           MOVE SPACES TO WS-MCL-KEY2 WS-MCL-BEFORE WS-MCL-AFTER
           MOVE "category" TO WS-MCL-FIELD
           STRING "type " FUNCTION TRIM(WS-ARG-TYPE)
                  " parent " FUNCTION TRIM(WS-ARG-PARENT)
                  DELIMITED SIZE INTO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
       CATEGORY-LIST.
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Category '" FUNCTION TRIM(WS-ARG-CAT-FROM)
                   "' renamed to '" FUNCTION TRIM(WS-ARG-CAT-TO) "'"
           MOVE "category" TO WS-MCL-ENTITY
           MOVE WS-ARG-CAT-FROM TO WS-MCL-KEY WS-MCL-BEFORE
           MOVE SPACES TO WS-MCL-KEY2
           MOVE "name" TO WS-MCL-FIELD
           MOVE WS-ARG-CAT-TO TO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
      *> CATEGORY-MERGE also rewrites historical transaction rows
               EXIT PARAGRAPH
           END-IF

           MOVE "category" TO WS-HLD-SCOPE
           MOVE 0 TO WS-HLD-ID
           MOVE WS-ARG-CAT-FROM TO WS-HLD-ARG
           PERFORM HOLD-CHECK
           IF WS-HLD-BLOCKED = 1
               MOVE 7 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "category_merge" USING BY REFERENCE WS-ARG-CAT-FROM
                                        BY REFERENCE WS-ARG-CAT-TO
                                        BY REFERENCE WS-ROW-COUNT
           DISPLAY FUNCTION TRIM(WS-ROW-COUNT-DISP)
                   " transaction(s) moved from '"
                   FUNCTION TRIM(WS-ARG-CAT-FROM) "' to '"
                   FUNCTION TRIM(WS-ARG-CAT-TO) "'"
           MOVE "category" TO WS-MCL-ENTITY
           MOVE WS-ARG-CAT-FROM TO WS-MCL-KEY WS-MCL-BEFORE
           MOVE SPACES TO WS-MCL-KEY2
           MOVE "merge" TO WS-MCL-FIELD
           MOVE WS-ARG-CAT-TO TO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-LOG.

      *> ============================================================
      *> CMD: account - 账户主档维护 (add/list)
               EXIT PARAGRAPH
           END-IF

           MOVE "account" TO WS-MCL-ENTITY
           MOVE WS-ARG-NAME TO WS-MCL-KEY
           MOVE SPACES TO WS-MCL-KEY2
           MOVE "cycle" TO WS-MCL-FIELD
           MOVE SPACES TO WS-MCL-AFTER
           MOVE WS-ARG-CLOSE-DAY TO WS-MCL-DAY1
           MOVE WS-ARG-DUE-DAY TO WS-MCL-DAY2
           STRING "close day " WS-MCL-DAY1 " due day " WS-MCL-DAY2
                  DELIMITED SIZE INTO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-BEFORE

           CALL "account_set_cycle"
                USING BY REFERENCE WS-ARG-NAME
                      BY VALUE WS-ARG-CLOSE-DAY
           END-IF
           DISPLAY "Cycle set for '" FUNCTION TRIM(WS-ARG-NAME)
                   "': closes day " WS-ARG-CLOSE-DAY
                   ", due day " WS-ARG-DUE-DAY " next month"
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
      *> ACCOUNT-SET-RATE - 登记账户年利率 (储蓄计息收入,
           COMPUTE WS-ACR-RATE-BPS =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-RATE)) * 100

           MOVE "account" TO WS-MCL-ENTITY
           MOVE WS-ARG-NAME TO WS-MCL-KEY
           MOVE SPACES TO WS-MCL-KEY2
           MOVE "rate" TO WS-MCL-FIELD
           MOVE WS-ARG-RATE TO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-BEFORE

           CALL "account_set_rate"
                USING BY REFERENCE WS-ARG-NAME
                      BY VALUE WS-ACR-RATE-BPS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Annual rate set for '" FUNCTION TRIM(WS-ARG-NAME)
                   "' (" FUNCTION TRIM(WS-ARG-RATE) " %)"
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
      *> ACCOUNT-SET-FLOOR - 登记账户保底余额: 会把余额压到
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100

           MOVE "account" TO WS-MCL-ENTITY
           MOVE WS-ARG-NAME TO WS-MCL-KEY
           MOVE SPACES TO WS-MCL-KEY2
           MOVE "floor" TO WS-MCL-FIELD
           MOVE WS-ARG-AMOUNT TO WS-MCL-AFTER
           MOVE WS-AMOUNT-CENTS TO WS-MCL-NUM1
           MOVE 0 TO WS-MCL-NUM2
           PERFORM MASTER-CHANGE-GATE
           IF WS-RETURN-CODE NOT = 0 OR WS-MCL-HELD = 1
               EXIT PARAGRAPH
           END-IF

           CALL "account_set_floor"
                USING BY REFERENCE WS-ARG-NAME
                      BY VALUE WS-AMOUNT-CENTS
           END-IF
           DISPLAY "Minimum balance for '"
                   FUNCTION TRIM(WS-ARG-NAME) "' set to "
                   FUNCTION TRIM(WS-ARG-AMOUNT)
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
      *> ACCOUNT-CLOSE - 退役一个账户: 余额必须为零 (或用
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "account" TO WS-MCL-ENTITY
           MOVE WS-ARG-NAME TO WS-MCL-KEY
           MOVE SPACES TO WS-MCL-KEY2
           MOVE "state" TO WS-MCL-FIELD
           MOVE "closed" TO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-BEFORE

           CALL "account_close" USING BY REFERENCE WS-ARG-NAME
                                RETURNING WS-RC
           END-IF
           DISPLAY "Account '" FUNCTION TRIM(WS-ARG-NAME)
                   "' closed - new postings refused, history "
                   "kept"
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
      *> ACCOUNT-REOPEN - 重开一个已关账户 (主管以上)
               EXIT PARAGRAPH
           END-IF

           MOVE "account" TO WS-MCL-ENTITY
           MOVE WS-ARG-NAME TO WS-MCL-KEY
           MOVE SPACES TO WS-MCL-KEY2
           MOVE "state" TO WS-MCL-FIELD
           MOVE "open" TO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-BEFORE

           CALL "account_reopen" USING BY REFERENCE WS-ARG-NAME
                                 RETURNING WS-RC
           IF WS-RC = 3
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Account '" FUNCTION TRIM(WS-ARG-NAME)
                   "' reopened"
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
       ACCOUNT-ADD.
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Account '" FUNCTION TRIM(WS-ARG-NAME)
                   "' added successfully"
           MOVE "account" TO WS-MCL-ENTITY
           MOVE WS-ARG-NAME TO WS-MCL-KEY
           MOVE SPACES TO WS-MCL-KEY2 WS-MCL-BEFORE WS-MCL-AFTER
           MOVE "account" TO WS-MCL-FIELD
           STRING "type " FUNCTION TRIM(WS-ARG-TYPE)
                  " class " FUNCTION TRIM(WS-ARG-CLASS)
                  " opening " FUNCTION TRIM(WS-ARG-OPENING)
                  DELIMITED SIZE INTO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
      *> ACCOUNT-LIST - 关掉的账户默认不出现在清单里,
               EXIT PARAGRAPH
           END-IF

      *>   转入 HSA/FSA 计划账户视为缴存, 按年度上限把关
           MOVE SPACES TO WS-HSA-CHK-CATEGORY
           MOVE WS-ARG-TO-ACCOUNT TO WS-HSA-CHK-ACCOUNT
           MOVE WS-ARG-DATE TO WS-HSA-CHK-DATE
           MOVE WS-AMOUNT-CENTS TO WS-HSA-CHK-AMOUNT
           PERFORM HSA-CHECK-CONTRIB
           IF WS-HSA-OVER = 1 AND WS-ARG-FORCE = 0
               DISPLAY "Re-run with --force to transfer it anyway"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   写入一对标记为 TRANSFER 的关联流水，
      *>   rpt_get_totals 按约定排除 TRANSFER 类型不计入收支净额
           CALL "tx_transfer" USING BY REFERENCE WS-ARG-FROM-ACCOUNT
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-DRY-COUNT
                   MOVE WS-FC-RULE-DATE TO WS-FC-NOMINAL
                   CALL "recur_preview_adjusted"
                        USING BY REFERENCE WS-FC-RULE-DATE
                        RETURNING WS-RC-SAVE
                   COMPUTE WS-AMOUNT-DISP = WS-FC-RULE-AMOUNT / 100
                   IF WS-FC-RULE-DATE = WS-FC-NOMINAL
                       DISPLAY FUNCTION TRIM(WS-FC-RULE-DATE) "  "
                               FUNCTION TRIM(WS-FC-RULE-TYPE) "  "
                               FUNCTION TRIM(WS-FC-RULE-CATEGORY)
                               "  " WS-AMOUNT-DISP
                   ELSE
                       DISPLAY FUNCTION TRIM(WS-FC-RULE-DATE) "  "
                               FUNCTION TRIM(WS-FC-RULE-TYPE) "  "
                               FUNCTION TRIM(WS-FC-RULE-CATEGORY)
                               "  " WS-AMOUNT-DISP "  (nominal "
                               FUNCTION TRIM(WS-FC-NOMINAL) ")"
                   END-IF
               END-IF
           END-PERFORM
           CALL "recur_preview_end" RETURNING WS-RC
                   PERFORM REPORT-PAYEE
               WHEN "forecast"
                   PERFORM REPORT-FORECAST
               WHEN "projection"
                   PERFORM REPORT-PROJECTION
               WHEN "trial-balance"
                   PERFORM REPORT-TRIAL-BALANCE
               WHEN "project"
                   PERFORM REPORT-CASHFLOW
               WHEN "late-entries"
                   PERFORM REPORT-LATE-ENTRIES
               WHEN "sod"
                   PERFORM REPORT-SOD
               WHEN "holds"
                   PERFORM REPORT-HOLDS
               WHEN "interfaces"
                   PERFORM REPORT-INTERFACES
               WHEN "suspense"
                   PERFORM REPORT-SUSPENSE
               WHEN "kpi"
                   PERFORM REPORT-KPI
               WHEN "books"
                   PERFORM REPORT-BOOKS
               WHEN "statement"
                   PERFORM REPORT-STATEMENT
               WHEN "matrix"
               WHEN OTHER
                   DISPLAY "Error: report requires a subcommand"
                   DISPLAY "Usage: ledger report month --month "
                           "YYYY-MM [--compare YYYY-MM "
                           "[--real YYYY-MM]]"
                   DISPLAY "       ledger report budget --month "
                           "YYYY-MM [--format svg|html]"
                   DISPLAY "       ledger report quarter --quarter "
                           "YYYY-QN"
                   DISPLAY "       ledger report year --year YYYY "
                           "[--real YYYY-MM]"
                   DISPLAY "       ledger report trend --category "
                           "<cat> --from YYYY-MM --to YYYY-MM "
                           "[--real YYYY-MM] [--format svg|html]"
                   DISPLAY "       ledger report payee --payee "
                           "<name> --year YYYY"
                   DISPLAY "       ledger report forecast --days "
                           "30"
                   DISPLAY "       ledger report projection "
                           "[--years 30]"
                   DISPLAY "       ledger report trial-balance"
                   DISPLAY "       ledger report project "
                           "[--project <name>] [--from --to]"
                   DISPLAY "       ledger report matrix --year YYYY "
                           "[--real YYYY-MM] [--format svg|html]"
                   DISPLAY "       ledger report sod --from "
                           "YYYY-MM-DD --to YYYY-MM-DD"
                   DISPLAY "       ledger report holds [--all]"
                   DISPLAY "       ledger report interfaces "
                           "[--date YYYY-MM-DD]"
                   DISPLAY "       ledger report suspense"
                   DISPLAY "       ledger report kpi --month YYYY-MM"
                   DISPLAY "       ledger report books [--book "
                           "sales|purchases|receipts|disbursements"
                           "|all] --month YYYY-MM"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

                RETURNING WS-RC

           DISPLAY "Expense by Category:"
           MOVE 0 TO WS-ITM-COGS-TOTAL
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "rpt_category_next"
                   IF FUNCTION TRIM(WS-RPT-TYPE) = "EXPENSE"
                       DISPLAY "- " FUNCTION TRIM(WS-RPT-CAT) 
                               "  " WS-AMOUNT-DISP
                       IF WS-RPT-CAT = WS-ITM-COGS-CATEGORY
                           ADD WS-RPT-TOTAL TO WS-ITM-COGS-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           END-PERFORM
           CALL "rpt_category_end" RETURNING WS-RC

      *>   有销售成本结转 (库存出库) 的月份给出毛利: 收入合计
      *>   减 cost-of-goods-sold
           IF WS-ITM-COGS-TOTAL NOT = 0
               COMPUTE WS-ITM-MARGIN = WS-RPT-INCOME - WS-ITM-COGS-TOTAL
               COMPUTE WS-DISP-ITM-AMT = WS-ITM-MARGIN / 100
               DISPLAY " "
               DISPLAY "Gross margin (income less cost of goods "
                       "sold): " FUNCTION TRIM(WS-DISP-ITM-AMT)
               IF WS-RPT-INCOME > 0
                   COMPUTE WS-ITM-MARGIN-PCT ROUNDED =
                           WS-ITM-MARGIN * 100 / WS-RPT-INCOME
                   MOVE WS-ITM-MARGIN-PCT TO WS-DISP-ITM-PCT
                   DISPLAY "Gross margin %: "
                           FUNCTION TRIM(WS-DISP-ITM-PCT)
               END-IF
           END-IF

      *>   给了 --basis 时追加两种口径的净额对账行
           IF WS-ARG-BASIS NOT = SPACES
               MOVE WS-ARG-MONTH TO WS-RANGE-FROM-MONTH
                           "  " WS-AMOUNT-DISP "  "
                           WS-DISP-CMP-CAT "  " WS-DISP-DELTA
               END-IF
           END-PERFORM

      *>   --real: 两个月都折成基期不变价再比
           IF WS-ARG-REAL NOT = SPACES
               PERFORM CPI-LOAD-BASE
               IF WS-RETURN-CODE = 0
                   PERFORM COMPARE-REAL-SECTION
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> 对比的不变价版: 两月实际额并列, 实际增长以对比月为底
      *> (名义额见上面的对比段)
      *> ---------------------------------------------------------
       COMPARE-REAL-SECTION.
           MOVE WS-ARG-MONTH TO WS-CPI-MONTH
           MOVE WS-RPT-INCOME TO WS-CPI-NOMINAL
           PERFORM CPI-DEFLATE
           MOVE WS-CPI-REAL TO WS-CPI-INC-REAL
           MOVE WS-RPT-EXPENSE TO WS-CPI-NOMINAL
           PERFORM CPI-DEFLATE
           MOVE WS-CPI-REAL TO WS-CPI-EXP-REAL
           MOVE WS-ARG-COMPARE TO WS-CPI-MONTH
           MOVE WS-CMP-INCOME TO WS-CPI-NOMINAL
           PERFORM CPI-DEFLATE
           MOVE WS-CPI-REAL TO WS-CPI-CMP-INC-REAL
           MOVE WS-CMP-EXPENSE TO WS-CPI-NOMINAL
           PERFORM CPI-DEFLATE
           MOVE WS-CPI-REAL TO WS-CPI-CMP-EXP-REAL

           DISPLAY " "
           DISPLAY "Compare in " FUNCTION TRIM(WS-CPI-BASE-MONTH)
                   " prices (real " FUNCTION TRIM(WS-ARG-MONTH)
                   " / real " FUNCTION TRIM(WS-ARG-COMPARE)
                   " / real growth):"
           COMPUTE WS-DISP-CPI-REAL = WS-CPI-INC-REAL / 100
           COMPUTE WS-DISP-CPI-REAL2 = WS-CPI-CMP-INC-REAL / 100
           MOVE WS-CPI-CMP-INC-REAL TO WS-CPI-FIRST-REAL
           MOVE WS-CPI-INC-REAL TO WS-CPI-REAL
           PERFORM CPI-GROWTH
           DISPLAY "Total Income:  " WS-DISP-CPI-REAL "  "
                   WS-DISP-CPI-REAL2 "  " WS-DISP-CPI-PCT "%"
           COMPUTE WS-DISP-CPI-REAL = WS-CPI-EXP-REAL / 100
           COMPUTE WS-DISP-CPI-REAL2 = WS-CPI-CMP-EXP-REAL / 100
           MOVE WS-CPI-CMP-EXP-REAL TO WS-CPI-FIRST-REAL
           MOVE WS-CPI-EXP-REAL TO WS-CPI-REAL
           PERFORM CPI-GROWTH
           DISPLAY "Total Expense: " WS-DISP-CPI-REAL "  "
                   WS-DISP-CPI-REAL2 "  " WS-DISP-CPI-PCT "%"
           COMPUTE WS-CPI-FIRST-REAL =
                   WS-CPI-CMP-INC-REAL - WS-CPI-CMP-EXP-REAL
           COMPUTE WS-CPI-REAL = WS-CPI-INC-REAL - WS-CPI-EXP-REAL
           COMPUTE WS-DISP-CPI-REAL = WS-CPI-REAL / 100
           COMPUTE WS-DISP-CPI-REAL2 = WS-CPI-FIRST-REAL / 100
           PERFORM CPI-GROWTH
           DISPLAY "Net:           " WS-DISP-CPI-REAL "  "
                   WS-DISP-CPI-REAL2 "  " WS-DISP-CPI-PCT "%"
           PERFORM CPI-MISSING-NOTE.

      *> ---------------------------------------------------------
      *> 输出对比月份中的一个类别金额, 与主月份同名类别比对算差额
               EXIT PARAGRAPH
           END-IF

           PERFORM PARSE-QUARTER-RANGE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           IF WS-CONFIG-FY-START = 1
               DISPLAY "Quarter: " FUNCTION TRIM(WS-QTR-WORK)
                       " (" FUNCTION TRIM(WS-RANGE-FROM-MONTH)
                       " to " FUNCTION TRIM(WS-RANGE-TO-MONTH) ")"
           ELSE
               DISPLAY "Quarter: FY" FUNCTION TRIM(WS-QTR-WORK)
                       " (" FUNCTION TRIM(WS-RANGE-FROM-MONTH)
                       " to " FUNCTION TRIM(WS-RANGE-TO-MONTH) ")"
           END-IF
           PERFORM REPORT-RANGE-BODY.

      *> ---------------------------------------------------------
      *> --quarter (2026-Q3 / FY2026-Q1) -> WS-RANGE-FROM-MONTH /
      *> WS-RANGE-TO-MONTH (季度报表与增值税申报共用)
      *> ---------------------------------------------------------
       PARSE-QUARTER-RANGE.
      *>   接受 FY2026-Q1 写法 (与 .ledgerrc 的 fiscal_year_start
      *>   搭配); 去掉 FY 前缀后与历年写法同样解析
           IF WS-ARG-QUARTER(1:2) = "FY"
                  DELIMITED SIZE INTO WS-RANGE-FROM-MONTH
           MOVE SPACES TO WS-RANGE-TO-MONTH
           STRING WS-FY-TO-YEAR "-" WS-QTR-END-MONTH
                  DELIMITED SIZE INTO WS-RANGE-TO-MONTH.

      *> ============================================================
      *> REPORT: year - 年度收支报表
                       " (" FUNCTION TRIM(WS-RANGE-FROM-MONTH)
                       " to " FUNCTION TRIM(WS-RANGE-TO-MONTH) ")"
           END-IF
           PERFORM REPORT-RANGE-BODY

      *>   --real: 追加不变价段, 与上一年的实际额相比
           IF WS-ARG-REAL NOT = SPACES AND WS-RETURN-CODE = 0
               PERFORM CPI-LOAD-BASE
               IF WS-RETURN-CODE = 0
                   PERFORM YEAR-REAL-SECTION
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> YEAR-REAL-SECTION - 逐月取收支折成不变价再相加 (整年
      *> 一个指数折不准), 上一年同区间照做一遍算实际增长
      *> ---------------------------------------------------------
       YEAR-REAL-SECTION.
           MOVE WS-RANGE-FROM-MONTH(1:4) TO WS-CPI-Y
           SUBTRACT 1 FROM WS-CPI-Y
           PERFORM YEAR-REAL-SUM
           MOVE WS-CPI-INC-REAL TO WS-CPI-PY-INC-REAL
           MOVE WS-CPI-EXP-REAL TO WS-CPI-PY-EXP-REAL
           MOVE WS-RANGE-FROM-MONTH(1:4) TO WS-CPI-Y
           PERFORM YEAR-REAL-SUM

           DISPLAY " "
           DISPLAY "In " FUNCTION TRIM(WS-CPI-BASE-MONTH)
                   " prices:        NOMINAL              REAL"
                   "   REAL GROWTH% vs prior year"
           COMPUTE WS-DISP-CPI-NOM = WS-CPI-INC-NOM / 100
           COMPUTE WS-DISP-CPI-REAL = WS-CPI-INC-REAL / 100
           MOVE WS-CPI-PY-INC-REAL TO WS-CPI-FIRST-REAL
           MOVE WS-CPI-INC-REAL TO WS-CPI-REAL
           PERFORM CPI-GROWTH
           DISPLAY "Total Income:        " WS-DISP-CPI-NOM "  "
                   WS-DISP-CPI-REAL "   " WS-DISP-CPI-PCT "%"
           COMPUTE WS-DISP-CPI-NOM = WS-CPI-EXP-NOM / 100
           COMPUTE WS-DISP-CPI-REAL = WS-CPI-EXP-REAL / 100
           MOVE WS-CPI-PY-EXP-REAL TO WS-CPI-FIRST-REAL
           MOVE WS-CPI-EXP-REAL TO WS-CPI-REAL
           PERFORM CPI-GROWTH
           DISPLAY "Total Expense:       " WS-DISP-CPI-NOM "  "
                   WS-DISP-CPI-REAL "   " WS-DISP-CPI-PCT "%"
           COMPUTE WS-DISP-CPI-NOM =
                   (WS-CPI-INC-NOM - WS-CPI-EXP-NOM) / 100
           COMPUTE WS-DISP-CPI-REAL =
                   (WS-CPI-INC-REAL - WS-CPI-EXP-REAL) / 100
           COMPUTE WS-CPI-FIRST-REAL =
                   WS-CPI-PY-INC-REAL - WS-CPI-PY-EXP-REAL
           COMPUTE WS-CPI-REAL = WS-CPI-INC-REAL - WS-CPI-EXP-REAL
           PERFORM CPI-GROWTH
           DISPLAY "Net:                 " WS-DISP-CPI-NOM "  "
                   WS-DISP-CPI-REAL "   " WS-DISP-CPI-PCT "%"
           PERFORM CPI-MISSING-NOTE.

      *> ---------------------------------------------------------
      *> 从 WS-CPI-Y 年、区间起始月起连续 12 个月累加名义与实际
      *> ---------------------------------------------------------
       YEAR-REAL-SUM.
           MOVE 0 TO WS-CPI-INC-NOM WS-CPI-EXP-NOM
                     WS-CPI-INC-REAL WS-CPI-EXP-REAL
           MOVE WS-RANGE-FROM-MONTH(6:2) TO WS-CPI-M
           PERFORM VARYING WS-CPI-N FROM 1 BY 1
                   UNTIL WS-CPI-N > 12
               MOVE SPACES TO WS-CPI-MONTH
               STRING WS-CPI-Y "-" WS-CPI-M
                      DELIMITED SIZE INTO WS-CPI-MONTH
               MOVE 0 TO WS-CPI-M-INC WS-CPI-M-EXP
               CALL "rpt_get_totals"
                    USING BY REFERENCE WS-CPI-MONTH
                          BY REFERENCE WS-CPI-M-INC
                          BY REFERENCE WS-CPI-M-EXP
                          BY REFERENCE WS-ARG-BASE-CCY
                          BY VALUE WS-ARG-INCLUDE-ARCHIVE
                          BY REFERENCE WS-ARG-ENTERED-THRU
                    RETURNING WS-RC
               ADD WS-CPI-M-INC TO WS-CPI-INC-NOM
               ADD WS-CPI-M-EXP TO WS-CPI-EXP-NOM
               IF WS-CPI-M-INC NOT = 0 OR WS-CPI-M-EXP NOT = 0
                   MOVE WS-CPI-M-INC TO WS-CPI-NOMINAL
                   PERFORM CPI-DEFLATE
                   ADD WS-CPI-REAL TO WS-CPI-INC-REAL
                   MOVE WS-CPI-M-EXP TO WS-CPI-NOMINAL
                   PERFORM CPI-DEFLATE
                   ADD WS-CPI-REAL TO WS-CPI-EXP-REAL
               END-IF
               IF WS-CPI-M = 12
                   MOVE 1 TO WS-CPI-M
                   ADD 1 TO WS-CPI-Y
               ELSE
                   ADD 1 TO WS-CPI-M
               END-IF
           END-PERFORM.

      *> ============================================================
      *> 共用: 按月份区间汇总收支与分类 (季度/年度报表共用)
               DISPLAY "Error: --category, --from and --to "
                       "are required"
               DISPLAY "Usage: ledger report trend --category "
                       "<cat> --from YYYY-MM --to YYYY-MM "
                       "[--real YYYY-MM] [--format svg|html]"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
               EXIT PARAGRAPH
           END-IF

      *>   --real: 按价格指数折成基期不变价, 附实际增长率
           IF WS-ARG-REAL NOT = SPACES
               PERFORM CPI-LOAD-BASE
               IF WS-RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *>   --format svg|html: 另画一张折线图
           PERFORM CHART-FORMAT-CHECK
           IF WS-CHT-ON = 1
               PERFORM CHART-RESET
               MOVE "line" TO WS-CHT-KIND
               MOVE "trend" TO WS-CHT-NAME
               MOVE "Month" TO WS-CHT-XTITLE
               STRING "Trend: " FUNCTION TRIM(WS-ARG-CATEGORY) ", "
                      FUNCTION TRIM(WS-ARG-FROM) " to "
                      FUNCTION TRIM(WS-ARG-TO)
                      DELIMITED SIZE INTO WS-CHT-TITLE
               MOVE WS-ARG-CATEGORY TO WS-CHT-S-NAME(1)
               MOVE 1 TO WS-CHT-S-COUNT
               IF WS-ARG-REAL NOT = SPACES
                   STRING "Real, " FUNCTION TRIM(WS-CPI-BASE-MONTH)
                          " prices"
                          DELIMITED SIZE INTO WS-CHT-S-NAME(2)
                   MOVE 2 TO WS-CHT-S-COUNT
               END-IF
           END-IF

           DISPLAY " "
           DISPLAY "Trend for '" FUNCTION TRIM(WS-ARG-CATEGORY)
                   "' from " FUNCTION TRIM(WS-ARG-FROM)
                   " to " FUNCTION TRIM(WS-ARG-TO)
           DISPLAY " "
           IF WS-ARG-REAL NOT = SPACES
               DISPLAY "MONTH            NOMINAL              REAL"
                       "   REAL GROWTH%"
           ELSE
               DISPLAY "MONTH      TOTAL"
           END-IF

           CALL "rpt_trend_begin" USING BY REFERENCE WS-ARG-CATEGORY
                                         BY REFERENCE WS-ARG-FROM
                          BY REFERENCE WS-TREND-TOTAL
                    RETURNING WS-RC
               IF WS-RC = 0
                   IF WS-ARG-REAL NOT = SPACES
                       PERFORM TREND-REAL-ROW
                   ELSE
                       COMPUTE WS-DISP-TREND = WS-TREND-TOTAL / 100
                       DISPLAY FUNCTION TRIM(WS-TREND-MONTH) "  "
                               WS-DISP-TREND
                   END-IF
                   IF WS-CHT-ON = 1 AND WS-CHT-X-COUNT < 60
                       ADD 1 TO WS-CHT-X-COUNT
                       MOVE WS-TREND-MONTH
                            TO WS-CHT-XLAB(WS-CHT-X-COUNT)
                       MOVE WS-TREND-TOTAL
                            TO WS-CHT-VAL(1, WS-CHT-X-COUNT)
                       MOVE WS-CPI-REAL
                            TO WS-CHT-VAL(2, WS-CHT-X-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CALL "rpt_trend_end" RETURNING WS-RC
           IF WS-ARG-REAL NOT = SPACES
               PERFORM CPI-MISSING-NOTE
           END-IF
           IF WS-CHT-ON = 1
               PERFORM CHART-REPORT-OUT
           END-IF.

      *> ---------------------------------------------------------
      *> 趋势一行的不变价版: 名义 / 实际 / 相对首月的实际增长
      *> ---------------------------------------------------------
       TREND-REAL-ROW.
           MOVE WS-TREND-MONTH TO WS-CPI-MONTH
           MOVE WS-TREND-TOTAL TO WS-CPI-NOMINAL
           PERFORM CPI-DEFLATE
           COMPUTE WS-DISP-CPI-NOM = WS-CPI-NOMINAL / 100
           COMPUTE WS-DISP-CPI-REAL = WS-CPI-REAL / 100
           IF WS-CPI-HAVE = 0
               DISPLAY FUNCTION TRIM(WS-TREND-MONTH) "  "
                       WS-DISP-CPI-NOM "  " WS-DISP-CPI-REAL
                       "*         n/a"
               EXIT PARAGRAPH
           END-IF
           IF WS-CPI-HAVE-FIRST = 0
               MOVE 1 TO WS-CPI-HAVE-FIRST
               MOVE WS-CPI-REAL TO WS-CPI-FIRST-REAL
           END-IF
           PERFORM CPI-GROWTH
           DISPLAY FUNCTION TRIM(WS-TREND-MONTH) "  "
                   WS-DISP-CPI-NOM "  " WS-DISP-CPI-REAL
                   "   " WS-DISP-CPI-PCT "%".

      *> ============================================================
      *> REPORT: payee - 按收款人/商家汇总 (跨类型, 指定年度)
                          BY REFERENCE WS-FC-RULE-AMOUNT
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-FC-RULE-DATE TO WS-FC-NOMINAL
                   CALL "rpt_forecast_adjusted"
                        USING BY REFERENCE WS-FC-RULE-DATE
                        RETURNING WS-RC-SAVE
                   IF FUNCTION TRIM(WS-FC-RULE-TYPE) = "INCOME"
                       ADD WS-FC-RULE-AMOUNT TO WS-FC-PROJECTED
                   ELSE
                   END-IF
                   COMPUTE WS-DISP-FC-PROJECTED =
                           WS-FC-RULE-AMOUNT / 100
                   IF WS-FC-RULE-DATE = WS-FC-NOMINAL
                       DISPLAY FUNCTION TRIM(WS-FC-RULE-DATE) "  "
                               FUNCTION TRIM(WS-FC-RULE-TYPE) "  "
                               FUNCTION TRIM(WS-FC-RULE-CATEGORY)
                               "  " WS-DISP-FC-PROJECTED
                   ELSE
                       DISPLAY FUNCTION TRIM(WS-FC-RULE-DATE) "  "
                               FUNCTION TRIM(WS-FC-RULE-TYPE) "  "
                               FUNCTION TRIM(WS-FC-RULE-CATEGORY)
                               "  " WS-DISP-FC-PROJECTED
                               "  (nominal "
                               FUNCTION TRIM(WS-FC-NOMINAL) ")"
                   END-IF
               END-IF
           END-PERFORM
           CALL "rpt_forecast_end" RETURNING WS-RC
           END-IF.

      *> ============================================================
      *> REPORT: projection - 10~30 年长期财务预测 (退休规划用)
      *> 起点取最近一期月末净值快照 (没有快照时取今日余额);
      *> 年度收支由 recur 规则按节奏折年, 收入按增长率, 支出按
      *> 通胀率逐年递增; 贷款按各自月供与利率逐月摊还直到还清;
      *> 资产按回报率滚存. 逐年列出资产/负债/净值及折成今日
      *> 币值的实际净值, 再算各储蓄目标达成年份; 最后用低/基准/
      *> 高三套假设 (配置 projection_low/base/high) 出敏感性表
      *> ============================================================
       REPORT-PROJECTION.
           IF WS-ARG-YEARS = 0
               MOVE 30 TO WS-ARG-YEARS
           END-IF
           IF WS-ARG-YEARS < 1 OR WS-ARG-YEARS > 50
               DISPLAY "Error: --years must be between 1 and 50"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "low" TO WS-LRP-S-NAME(1)
           MOVE "base" TO WS-LRP-S-NAME(2)
           MOVE "high" TO WS-LRP-S-NAME(3)
           MOVE 1 TO WS-LRP-S
           MOVE WS-LRP-CFG-LOW TO WS-LRP-CFG-WORK
           PERFORM PROJECTION-PARSE-SET
           MOVE 2 TO WS-LRP-S
           MOVE WS-LRP-CFG-BASE TO WS-LRP-CFG-WORK
           PERFORM PROJECTION-PARSE-SET
           MOVE 3 TO WS-LRP-S
           MOVE WS-LRP-CFG-HIGH TO WS-LRP-CFG-WORK
           PERFORM PROJECTION-PARSE-SET
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

      *>   查询命令以只读方式打开, 不取排他锁
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
           MOVE WS-DT-YEAR TO WS-LRP-START-YEAR
           PERFORM PROJECTION-LOAD

           DISPLAY " "
           DISPLAY "Long-range projection - " WS-ARG-YEARS
                   " year(s)"
           DISPLAY " "
           COMPUTE WS-DISP-LRP-AMT1 = WS-LRP-START-ASSETS / 100
           COMPUTE WS-DISP-LRP-AMT2 = WS-LRP-START-LIABS / 100
           IF WS-LRP-START-MONTH = SPACES
               DISPLAY "Starting point:   today's balances (no "
                       "net-worth snapshot on file)"
           ELSE
               DISPLAY "Starting point:   net-worth snapshot "
                       FUNCTION TRIM(WS-LRP-START-MONTH)
           END-IF
           DISPLAY "  Assets:         " WS-DISP-LRP-AMT1
           DISPLAY "  Liabilities:    " WS-DISP-LRP-AMT2
           COMPUTE WS-DISP-LRP-AMT1 = WS-LRP-ANN-INCOME / 100
           COMPUTE WS-DISP-LRP-AMT2 = WS-LRP-ANN-EXPENSE / 100
           DISPLAY "Recurring rules:  " WS-LRP-RULES
                   " (annualized)"
           DISPLAY "  Income/year:    " WS-DISP-LRP-AMT1
           DISPLAY "  Expense/year:   " WS-DISP-LRP-AMT2
           DISPLAY "Loans amortized:  " WS-LRP-LOAN-COUNT

      *>   基准假设逐年打印, 低/高两套只取结果进敏感性表
           MOVE 2 TO WS-LRP-S
           MOVE 1 TO WS-LRP-PRINT
           PERFORM PROJECTION-RUN
           PERFORM PROJECTION-GOALS
           MOVE 0 TO WS-LRP-PRINT
           MOVE 1 TO WS-LRP-S
           PERFORM PROJECTION-RUN
           MOVE 3 TO WS-LRP-S
           PERFORM PROJECTION-RUN

           DISPLAY " "
           DISPLAY "Sensitivity (net worth after " WS-ARG-YEARS
                   " year(s))"
           DISPLAY "SET   GROWTH%  INFL%  RETURN%        NET WORTH"
                   "   TODAY'S MONEY  DEBT-FREE"
           PERFORM VARYING WS-LRP-S FROM 1 BY 1 UNTIL WS-LRP-S > 3
               COMPUTE WS-DISP-LRP-PCT1 = WS-LRP-S-GROW(WS-LRP-S)
                       / 100
               COMPUTE WS-DISP-LRP-PCT2 = WS-LRP-S-INFL(WS-LRP-S)
                       / 100
               COMPUTE WS-DISP-LRP-PCT3 = WS-LRP-S-RET(WS-LRP-S)
                       / 100
               COMPUTE WS-DISP-LRP-AMT1 =
                       WS-LRP-S-END-NW(WS-LRP-S) / 100
               COMPUTE WS-DISP-LRP-AMT2 =
                       WS-LRP-S-END-REAL(WS-LRP-S) / 100
               IF WS-LRP-S-DEBTFREE(WS-LRP-S) = 0
                   DISPLAY WS-LRP-S-NAME(WS-LRP-S) "    "
                           WS-DISP-LRP-PCT1 "   " WS-DISP-LRP-PCT2
                           "   " WS-DISP-LRP-PCT3 " "
                           WS-DISP-LRP-AMT1 "   " WS-DISP-LRP-AMT2
                           "  beyond"
               ELSE
                   DISPLAY WS-LRP-S-NAME(WS-LRP-S) "    "
                           WS-DISP-LRP-PCT1 "   " WS-DISP-LRP-PCT2
                           "   " WS-DISP-LRP-PCT3 " "
                           WS-DISP-LRP-AMT1 "   " WS-DISP-LRP-AMT2
                           "  " WS-LRP-S-DEBTFREE(WS-LRP-S)
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "Assumptions are percent per year (growth = "
                   "income, inflation = expenses and today's"
           DISPLAY "money deflator, return = assets); set them "
                   "with projection_low/base/high in the config".

      *> ---------------------------------------------------------
      *> 拆一套假设 "增长/通胀/回报" -> 第 WS-LRP-S 套 (基点)
      *> ---------------------------------------------------------
       PROJECTION-PARSE-SET.
           MOVE SPACES TO WS-LRP-F1 WS-LRP-F2 WS-LRP-F3
           UNSTRING WS-LRP-CFG-WORK DELIMITED BY "/"
               INTO WS-LRP-F1 WS-LRP-F2 WS-LRP-F3
           END-UNSTRING
           IF WS-LRP-F1 = SPACES OR WS-LRP-F2 = SPACES
              OR WS-LRP-F3 = SPACES
               DISPLAY "Error: projection_"
                       FUNCTION TRIM(WS-LRP-S-NAME(WS-LRP-S))
                       " must be growth/inflation/return, e.g. "
                       "2.5/2.5/5.0"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LRP-S-GROW(WS-LRP-S) ROUNDED =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-LRP-F1)) * 100
           COMPUTE WS-LRP-S-INFL(WS-LRP-S) ROUNDED =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-LRP-F2)) * 100
           COMPUTE WS-LRP-S-RET(WS-LRP-S) ROUNDED =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-LRP-F3)) * 100.

      *> ---------------------------------------------------------
      *> 读起点与驱动数据: 最近净值快照, recur 规则折年,
      *> 贷款 (摊还表起点), 储蓄目标
      *> ---------------------------------------------------------
       PROJECTION-LOAD.
           MOVE SPACES TO WS-LRP-START-MONTH
           MOVE 0 TO WS-LRP-START-ASSETS WS-LRP-START-LIABS
           CALL "networth_history_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "networth_history_next"
                    USING BY REFERENCE WS-NW-MONTH
                          BY REFERENCE WS-NW-ASSETS
                          BY REFERENCE WS-NW-LIABS
                    RETURNING WS-RC
               IF WS-RC = 0 AND WS-NW-MONTH > WS-LRP-START-MONTH
                   MOVE WS-NW-MONTH TO WS-LRP-START-MONTH
                   MOVE WS-NW-ASSETS TO WS-LRP-START-ASSETS
                   MOVE WS-NW-LIABS TO WS-LRP-START-LIABS
               END-IF
           END-PERFORM
           CALL "networth_history_end" RETURNING WS-RC

      *>   还没做过快照: 按今日余额现算 (不逐户打印)
           IF WS-LRP-START-MONTH = SPACES
               MOVE SPACES TO WS-ARG-AS-OF
               STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                      DELIMITED SIZE INTO WS-ARG-AS-OF
               CALL "rpt_networth_begin"
                    USING BY REFERENCE WS-ARG-AS-OF
                    RETURNING WS-RC
               MOVE 0 TO WS-RC
               PERFORM UNTIL WS-RC NOT = 0
                   CALL "rpt_networth_next"
                        USING BY REFERENCE WS-NW-NAME
                              BY REFERENCE WS-NW-CLASS
                              BY REFERENCE WS-NW-BALANCE
                        RETURNING WS-RC
                   IF WS-RC = 0
                       IF FUNCTION TRIM(WS-NW-CLASS) = "liability"
                           ADD WS-NW-BALANCE TO WS-LRP-START-LIABS
                       END-IF
                       IF FUNCTION TRIM(WS-NW-CLASS) = "asset"
                           ADD WS-NW-BALANCE TO WS-LRP-START-ASSETS
                       END-IF
                   END-IF
               END-PERFORM
               CALL "rpt_networth_end" RETURNING WS-RC
               MOVE 0 TO WS-INV-TOT-COST WS-INV-TOT-MARKET
               CALL "invest_value_asof"
                    USING BY REFERENCE WS-ARG-AS-OF
                          BY REFERENCE WS-INV-TOT-COST
                          BY REFERENCE WS-INV-TOT-MARKET
                    RETURNING WS-RC-SAVE
      *>       成本已在证券资产账户余额里, 只补市值与成本之差
               IF WS-RC-SAVE = 0
                   ADD WS-INV-TOT-MARKET TO WS-LRP-START-ASSETS
                   SUBTRACT WS-INV-TOT-COST FROM WS-LRP-START-ASSETS
               END-IF
           END-IF

      *>   周期规则按节奏折成年额
           MOVE 0 TO WS-LRP-ANN-INCOME WS-LRP-ANN-EXPENSE
                     WS-LRP-RULES
           CALL "recur_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "recur_list_next"
                    USING BY REFERENCE WS-LIST-ID
                          BY REFERENCE WS-ARG-CADENCE
                          BY REFERENCE WS-ARG-NEXT-RUN
                          BY REFERENCE WS-LIST-TYPE
                          BY REFERENCE WS-LIST-CATEGORY
                          BY REFERENCE WS-LIST-AMOUNT
                    RETURNING WS-RC
               IF WS-RC = 0
                   EVALUATE FUNCTION TRIM(WS-ARG-CADENCE)
                       WHEN "daily"
                           MOVE 365 TO WS-LRP-PER-YEAR
                       WHEN "weekly"
                           MOVE 52 TO WS-LRP-PER-YEAR
                       WHEN "biweekly"
                           MOVE 26 TO WS-LRP-PER-YEAR
                       WHEN "quarterly"
                           MOVE 4 TO WS-LRP-PER-YEAR
                       WHEN "yearly"
                       WHEN "annual"
                           MOVE 1 TO WS-LRP-PER-YEAR
                       WHEN OTHER
                           MOVE 12 TO WS-LRP-PER-YEAR
                   END-EVALUATE
                   ADD 1 TO WS-LRP-RULES
                   IF FUNCTION TRIM(WS-LIST-TYPE) = "INCOME"
                       COMPUTE WS-LRP-ANN-INCOME = WS-LRP-ANN-INCOME
                               + WS-LIST-AMOUNT * WS-LRP-PER-YEAR
                   ELSE
                       COMPUTE WS-LRP-ANN-EXPENSE =
                               WS-LRP-ANN-EXPENSE
                               + WS-LIST-AMOUNT * WS-LRP-PER-YEAR
                   END-IF
               END-IF
           END-PERFORM
           CALL "recur_list_end" RETURNING WS-RC

      *>   贷款: 余额/利率/月供; 快照负债里贷款以外的部分
      *>   (信用卡等) 按原值挂着不动
           MOVE 0 TO WS-LRP-LOAN-COUNT
           MOVE WS-LRP-START-LIABS TO WS-LRP-OTHER-LIABS
           CALL "loan_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "loan_list_next"
                    USING BY REFERENCE WS-LOAN-NAME
                          BY REFERENCE WS-LOAN-PRINCIPAL
                          BY REFERENCE WS-LOAN-RATE-BPS
                          BY REFERENCE WS-LOAN-TERM
                          BY REFERENCE WS-LOAN-DAY
                          BY REFERENCE WS-LOAN-PAYMENT
                          BY REFERENCE WS-LOAN-BALANCE
                    RETURNING WS-RC
               IF WS-RC = 0 AND WS-LOAN-BALANCE > 0
                  AND WS-LRP-LOAN-COUNT < 20
                   ADD 1 TO WS-LRP-LOAN-COUNT
                   MOVE WS-LOAN-NAME
                        TO WS-LRP-L-NAME(WS-LRP-LOAN-COUNT)
                   MOVE WS-LOAN-BALANCE
                        TO WS-LRP-L-BAL(WS-LRP-LOAN-COUNT)
                   MOVE WS-LOAN-RATE-BPS
                        TO WS-LRP-L-RATE(WS-LRP-LOAN-COUNT)
                   MOVE WS-LOAN-PAYMENT
                        TO WS-LRP-L-PAYMENT(WS-LRP-LOAN-COUNT)
                   SUBTRACT WS-LOAN-BALANCE FROM WS-LRP-OTHER-LIABS
               END-IF
           END-PERFORM
           CALL "loan_list_end" RETURNING WS-RC
           IF WS-LRP-OTHER-LIABS < 0
               MOVE 0 TO WS-LRP-OTHER-LIABS
           END-IF

           MOVE 0 TO WS-LRP-GOAL-COUNT
           CALL "goal_report_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "goal_report_next"
                    USING BY REFERENCE WS-GOAL-NAME
                          BY REFERENCE WS-GOAL-ACCOUNT
                          BY REFERENCE WS-GOAL-TARGET
                          BY REFERENCE WS-GOAL-DATE
                          BY REFERENCE WS-GOAL-CURRENT
                          BY REFERENCE WS-GOAL-XFER
                    RETURNING WS-RC
               IF WS-RC = 0 AND WS-LRP-GOAL-COUNT < 20
                   ADD 1 TO WS-LRP-GOAL-COUNT
                   MOVE WS-GOAL-NAME
                        TO WS-LRP-G-NAME(WS-LRP-GOAL-COUNT)
                   MOVE WS-GOAL-TARGET
                        TO WS-LRP-G-TARGET(WS-LRP-GOAL-COUNT)
                   MOVE WS-GOAL-CURRENT
                        TO WS-LRP-G-CURRENT(WS-LRP-GOAL-COUNT)
                   MOVE WS-GOAL-XFER
                        TO WS-LRP-G-MONTHLY(WS-LRP-GOAL-COUNT)
               END-IF
           END-PERFORM
           CALL "goal_report_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> 用第 WS-LRP-S 套假设跑完整个期间; WS-LRP-PRINT = 1 时
      *> 逐年打印. 目标达成年份按同一套假设一起推进
      *> ---------------------------------------------------------
       PROJECTION-RUN.
           MOVE WS-LRP-START-ASSETS TO WS-LRP-CASH
           MOVE WS-LRP-ANN-INCOME TO WS-LRP-INCOME
           MOVE WS-LRP-ANN-EXPENSE TO WS-LRP-EXPENSE
           MOVE 1 TO WS-LRP-DEFLATOR
           MOVE 0 TO WS-LRP-S-DEBTFREE(WS-LRP-S)
           PERFORM VARYING WS-LRP-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LRP-LOAN-IDX > WS-LRP-LOAN-COUNT
               MOVE WS-LRP-L-BAL(WS-LRP-LOAN-IDX)
                    TO WS-LRP-L-WORK(WS-LRP-LOAN-IDX)
           END-PERFORM
           PERFORM VARYING WS-LRP-GOAL-IDX FROM 1 BY 1
                   UNTIL WS-LRP-GOAL-IDX > WS-LRP-GOAL-COUNT
               MOVE WS-LRP-G-CURRENT(WS-LRP-GOAL-IDX)
                    TO WS-LRP-G-WORK(WS-LRP-GOAL-IDX)
               MOVE 0 TO WS-LRP-G-YEAR(WS-LRP-GOAL-IDX)
           END-PERFORM

           IF WS-LRP-PRINT = 1
               DISPLAY " "
               DISPLAY "Year-by-year (base assumptions)"
               DISPLAY "YEAR          ASSETS            DEBT"
                       "       NET WORTH   TODAY'S MONEY"
           END-IF
           PERFORM VARYING WS-LRP-YEAR FROM 1 BY 1
                   UNTIL WS-LRP-YEAR > WS-ARG-YEARS
               PERFORM PROJECTION-ONE-YEAR
           END-PERFORM
           MOVE WS-LRP-NW TO WS-LRP-S-END-NW(WS-LRP-S)
           MOVE WS-LRP-REAL TO WS-LRP-S-END-REAL(WS-LRP-S).

      *> ---------------------------------------------------------
      *> 推进一年: 收支按率递增 (首年按现值), 贷款逐月计息还款,
      *> 资产先按年初余额计回报再并入当年净现金流
      *> ---------------------------------------------------------
       PROJECTION-ONE-YEAR.
           COMPUTE WS-LRP-CAL-YEAR = WS-LRP-START-YEAR + WS-LRP-YEAR
           IF WS-LRP-YEAR > 1
               COMPUTE WS-LRP-INCOME ROUNDED = WS-LRP-INCOME
                       * (10000 + WS-LRP-S-GROW(WS-LRP-S)) / 10000
               COMPUTE WS-LRP-EXPENSE ROUNDED = WS-LRP-EXPENSE
                       * (10000 + WS-LRP-S-INFL(WS-LRP-S)) / 10000
           END-IF

           MOVE 0 TO WS-LRP-LOAN-PAID
           MOVE WS-LRP-OTHER-LIABS TO WS-LRP-DEBT
           PERFORM VARYING WS-LRP-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LRP-LOAN-IDX > WS-LRP-LOAN-COUNT
               PERFORM VARYING WS-LRP-MON FROM 1 BY 1
                       UNTIL WS-LRP-MON > 12
                          OR WS-LRP-L-WORK(WS-LRP-LOAN-IDX) <= 0
                   COMPUTE WS-LRP-INT ROUNDED =
                           WS-LRP-L-WORK(WS-LRP-LOAN-IDX)
                           * WS-LRP-L-RATE(WS-LRP-LOAN-IDX) / 120000
                   ADD WS-LRP-INT TO WS-LRP-L-WORK(WS-LRP-LOAN-IDX)
                   MOVE WS-LRP-L-PAYMENT(WS-LRP-LOAN-IDX)
                        TO WS-LRP-PAY
                   IF WS-LRP-PAY > WS-LRP-L-WORK(WS-LRP-LOAN-IDX)
                       MOVE WS-LRP-L-WORK(WS-LRP-LOAN-IDX)
                            TO WS-LRP-PAY
                   END-IF
                   SUBTRACT WS-LRP-PAY
                       FROM WS-LRP-L-WORK(WS-LRP-LOAN-IDX)
                   ADD WS-LRP-PAY TO WS-LRP-LOAN-PAID
               END-PERFORM
               ADD WS-LRP-L-WORK(WS-LRP-LOAN-IDX) TO WS-LRP-DEBT
           END-PERFORM
           IF WS-LRP-S-DEBTFREE(WS-LRP-S) = 0
              AND WS-LRP-DEBT - WS-LRP-OTHER-LIABS = 0
              AND WS-LRP-LOAN-COUNT > 0
               MOVE WS-LRP-CAL-YEAR TO WS-LRP-S-DEBTFREE(WS-LRP-S)
           END-IF

           IF WS-LRP-CASH > 0
               COMPUTE WS-LRP-CASH ROUNDED = WS-LRP-CASH
                       * (10000 + WS-LRP-S-RET(WS-LRP-S)) / 10000
           END-IF
           COMPUTE WS-LRP-CASH = WS-LRP-CASH + WS-LRP-INCOME
                   - WS-LRP-EXPENSE - WS-LRP-LOAN-PAID
           COMPUTE WS-LRP-NW = WS-LRP-CASH - WS-LRP-DEBT
           COMPUTE WS-LRP-DEFLATOR = WS-LRP-DEFLATOR
                   * (10000 + WS-LRP-S-INFL(WS-LRP-S)) / 10000
           COMPUTE WS-LRP-REAL ROUNDED = WS-LRP-NW / WS-LRP-DEFLATOR

      *>   目标账户: 余额按回报率滚存, 加上当前的每月转入
           PERFORM VARYING WS-LRP-GOAL-IDX FROM 1 BY 1
                   UNTIL WS-LRP-GOAL-IDX > WS-LRP-GOAL-COUNT
               IF WS-LRP-G-YEAR(WS-LRP-GOAL-IDX) = 0
                   COMPUTE WS-LRP-G-WORK(WS-LRP-GOAL-IDX) ROUNDED =
                           WS-LRP-G-WORK(WS-LRP-GOAL-IDX)
                           * (10000 + WS-LRP-S-RET(WS-LRP-S)) / 10000
                           + WS-LRP-G-MONTHLY(WS-LRP-GOAL-IDX) * 12
                   IF WS-LRP-G-WORK(WS-LRP-GOAL-IDX) >=
                           WS-LRP-G-TARGET(WS-LRP-GOAL-IDX)
                       MOVE WS-LRP-CAL-YEAR
                            TO WS-LRP-G-YEAR(WS-LRP-GOAL-IDX)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-LRP-PRINT = 1
               COMPUTE WS-DISP-LRP-AMT1 = WS-LRP-CASH / 100
               COMPUTE WS-DISP-LRP-AMT2 = WS-LRP-DEBT / 100
               COMPUTE WS-DISP-LRP-AMT3 = WS-LRP-NW / 100
               COMPUTE WS-DISP-LRP-AMT4 = WS-LRP-REAL / 100
               DISPLAY WS-LRP-CAL-YEAR "  " WS-DISP-LRP-AMT1 "  "
                       WS-DISP-LRP-AMT2 "  " WS-DISP-LRP-AMT3 "  "
                       WS-DISP-LRP-AMT4
           END-IF.

      *> ---------------------------------------------------------
      *> 基准假设下各储蓄目标的达成年份
      *> ---------------------------------------------------------
       PROJECTION-GOALS.
           IF WS-LRP-GOAL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Savings goals (base assumptions)"
           PERFORM VARYING WS-LRP-GOAL-IDX FROM 1 BY 1
                   UNTIL WS-LRP-GOAL-IDX > WS-LRP-GOAL-COUNT
               COMPUTE WS-DISP-LRP-AMT1 =
                       WS-LRP-G-TARGET(WS-LRP-GOAL-IDX) / 100
               EVALUATE TRUE
                   WHEN WS-LRP-G-CURRENT(WS-LRP-GOAL-IDX) >=
                           WS-LRP-G-TARGET(WS-LRP-GOAL-IDX)
                       DISPLAY "- "
                               FUNCTION TRIM(WS-LRP-G-NAME
                                                (WS-LRP-GOAL-IDX))
                               "  target " WS-DISP-LRP-AMT1
                               "  already reached"
                   WHEN WS-LRP-G-YEAR(WS-LRP-GOAL-IDX) = 0
                       DISPLAY "- "
                               FUNCTION TRIM(WS-LRP-G-NAME
                                                (WS-LRP-GOAL-IDX))
                               "  target " WS-DISP-LRP-AMT1
                               "  not reached within "
                               WS-ARG-YEARS " year(s)"
                   WHEN OTHER
                       DISPLAY "- "
                               FUNCTION TRIM(WS-LRP-G-NAME
                                                (WS-LRP-GOAL-IDX))
                               "  target " WS-DISP-LRP-AMT1
                               "  reached in "
                               WS-LRP-G-YEAR(WS-LRP-GOAL-IDX)
               END-EVALUATE
           END-PERFORM.

      *> ============================================================
      *> REPORT: budget - 实际 vs. 预算 vs. 剩余额度，按类别
      *> ============================================================
       REPORT-BUDGET.
           IF WS-ARG-MONTH = SPACES
               DISPLAY "Error: --month is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHART-FORMAT-CHECK
           IF WS-CHT-ON = 1
               PERFORM BUDGET-CHART-RESET
           END-IF
           DISPLAY " "
           DISPLAY "Budget vs Actual: " FUNCTION TRIM(WS-ARG-MONTH)
           DISPLAY " "
           DISPLAY "CATEGORY            ACTUAL      BUDGET"
                   "      COMMITTED    REMAINING"

           CALL "budget_report_begin" USING BY REFERENCE WS-ARG-MONTH
                                       RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "budget_report_next"
                    USING BY REFERENCE WS-RPT-CAT
                          BY REFERENCE WS-RPT-TOTAL
                          BY REFERENCE WS-RPT-BUDGET
                    RETURNING WS-RC
               IF WS-RC = 0
      *>           真正还能花的 = 预算 - 实际 - 已承诺未到票;
      *>           只看实际的剩余额度会把已经许出去的钱再许一遍
                   CALL "commit_open_total"
                        USING BY REFERENCE WS-RPT-CAT
                              BY REFERENCE WS-ARG-MONTH
                              BY REFERENCE WS-RPT-COMMITTED
                        RETURNING WS-RC-SAVE
                   IF WS-RC-SAVE NOT = 0
                       MOVE 0 TO WS-RPT-COMMITTED
                   END-IF
                   COMPUTE WS-RPT-TRUE-REMAIN =
                           WS-RPT-BUDGET - WS-RPT-TOTAL
                           - WS-RPT-COMMITTED
                   COMPUTE WS-DISP-INCOME = WS-RPT-TOTAL / 100
                   COMPUTE WS-DISP-BUDGET = WS-RPT-BUDGET / 100
                   COMPUTE WS-DISP-COMMITTED =
                           WS-RPT-COMMITTED / 100
                   COMPUTE WS-DISP-TRUE-REMAIN =
                           WS-RPT-TRUE-REMAIN / 100
                   DISPLAY FUNCTION TRIM(WS-RPT-CAT) "  "
                           WS-DISP-INCOME "  " WS-DISP-BUDGET "  "
                           WS-DISP-COMMITTED "  "
                           WS-DISP-TRUE-REMAIN
                   IF WS-CHT-ON = 1
                       PERFORM BUDGET-CHART-POINT
                   END-IF
               END-IF
           END-PERFORM
           CALL "budget_report_end" RETURNING WS-RC
           IF WS-CHT-ON = 1
               PERFORM CHART-REPORT-OUT
           END-IF.

      *> ---------------------------------------------------------
      *> 预算对比图: 每个类别实际一根柱, 预算为目标刻线
      *> (pack 也用)
      *> ---------------------------------------------------------
       BUDGET-CHART-RESET.
           PERFORM CHART-RESET
           MOVE "target" TO WS-CHT-KIND
           MOVE "budget" TO WS-CHT-NAME
           MOVE "Category" TO WS-CHT-XTITLE
           STRING "Budget vs actual, " FUNCTION TRIM(WS-ARG-MONTH)
                  DELIMITED SIZE INTO WS-CHT-TITLE
           MOVE "Actual" TO WS-CHT-S-NAME(1)
           MOVE "Budget" TO WS-CHT-S-NAME(2)
           MOVE 2 TO WS-CHT-S-COUNT.

       BUDGET-CHART-POINT.
           IF WS-CHT-X-COUNT >= 60
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHT-X-COUNT
           MOVE WS-RPT-CAT TO WS-CHT-XLAB(WS-CHT-X-COUNT)
           MOVE WS-RPT-TOTAL TO WS-CHT-VAL(1, WS-CHT-X-COUNT)
           MOVE WS-RPT-BUDGET TO WS-CHT-VAL(2, WS-CHT-X-COUNT).

      *> ============================================================
      *> REPORT: project - 按项目/成本中心跨月汇总收支
      *> 一个项目 (如装修) 的支出横跨多个月份, 在这里合计成一行
      *> ============================================================
       REPORT-PROJECT.
      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           IF WS-ARG-PROJECT NOT = SPACES
               DISPLAY "Project report: "
                       FUNCTION TRIM(WS-ARG-PROJECT)
           ELSE
               DISPLAY "Project report (all projects)"
           END-IF
           DISPLAY "PROJECT               INCOME       EXPENSE"
                   "      NET"

           CALL "rpt_project_begin"
                USING BY REFERENCE WS-ARG-PROJECT
                      BY REFERENCE WS-ARG-FROM
                      BY REFERENCE WS-ARG-TO
                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "rpt_project_next"
                    USING BY REFERENCE WS-PRJ-NAME
                          BY REFERENCE WS-PRJ-INCOME
                          BY REFERENCE WS-PRJ-EXPENSE
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-PRJ-NET =
                           WS-PRJ-INCOME - WS-PRJ-EXPENSE
                   COMPUTE WS-DISP-INCOME = WS-PRJ-INCOME / 100
                   COMPUTE WS-DISP-EXPENSE = WS-PRJ-EXPENSE / 100
                   COMPUTE WS-DISP-NET = WS-PRJ-NET / 100
                   DISPLAY FUNCTION TRIM(WS-PRJ-NAME) "  "
                           WS-DISP-INCOME "  " WS-DISP-EXPENSE "  "
                           WS-DISP-NET
      *>           有估算的项目接着给出完工预测与偏差
                   MOVE WS-PRJ-NAME TO WS-PEC-NAME
                   PERFORM PROJECT-EAC-CALC
                   IF WS-PEC-HAVE-EST = 1
                       PERFORM PROJECT-EAC-SHOW
                   END-IF
                   MOVE 0 TO WS-RC
               END-IF
           END-PERFORM
           CALL "rpt_project_end" RETURNING WS-RC.

      *> ============================================================
      *> REPORT: allocated - 项目全口径成本 (直接 + 分摊)
      *> 直接成本来自挂了 --project 的行, 分摊成本来自
      *> overhead run 的分摊分录 - 两者相加才是项目的真实盈亏
      *> ============================================================
       REPORT-ALLOCATED.
           IF WS-ARG-MONTH = SPACES
               DISPLAY "Error: --month is required"
               DISPLAY "Usage: ledger report allocated --month "
                   END-IF
               END-IF
           END-PERFORM
           CALL "rpt_networth_end" RETURNING WS-RC

      *>   证券持仓按成本已在证券资产账户余额里, 这里按截止日
      *>   最近价格只补市值与成本之差 (未实现损益); 月末快照同样
      *>   带上
           MOVE 0 TO WS-INV-TOT-COST WS-INV-TOT-MARKET
           CALL "invest_value_asof" USING BY REFERENCE WS-ARG-AS-OF
                                          BY REFERENCE WS-INV-TOT-COST
                                          BY REFERENCE
                                             WS-INV-TOT-MARKET
                                    RETURNING WS-RC-SAVE
           IF WS-RC-SAVE = 0 AND WS-INV-TOT-COST NOT = 0
               COMPUTE WS-INV-TOT-UNREAL =
                       WS-INV-TOT-MARKET - WS-INV-TOT-COST
               COMPUTE WS-BALANCE-DISP = WS-INV-TOT-MARKET / 100
               COMPUTE WS-DISP-INV-AMT1 = WS-INV-TOT-UNREAL / 100
               DISPLAY "- securities at market  (asset)  "
                       WS-BALANCE-DISP "  (unrealized "
                       FUNCTION TRIM(WS-DISP-INV-AMT1) ")"
               ADD WS-INV-TOT-UNREAL TO WS-NW-ASSETS
           END-IF.

      *> ---------------------------------------------------------
      *> 打印月末净值快照历史 (最近 24 个月, 由快照表直接读出,
      *> 不必对全量流水重算)
      *> ---------------------------------------------------------
       NETWORTH-HISTORY.
           PERFORM CHART-FORMAT-CHECK
           IF WS-CHT-ON = 1
               PERFORM NETWORTH-CHART-RESET
           END-IF
           DISPLAY " "
           DISPLAY "Net worth history (month-end snapshots)"
           DISPLAY "MONTH     ASSETS        LIABILITIES   NET"
                   DISPLAY FUNCTION TRIM(WS-NW-MONTH) "  "
                           WS-DISP-NW-ASSETS "  " WS-DISP-NW-LIABS
                           "  " WS-DISP-NW-NET
                   IF WS-CHT-ON = 1
                       PERFORM NETWORTH-CHART-POINT
                   END-IF
               END-IF
           END-PERFORM
           CALL "networth_history_end" RETURNING WS-RC
           IF WS-CHT-ON = 1
               PERFORM CHART-REPORT-OUT
           END-IF.

      *> ---------------------------------------------------------
      *> 净值史折线: 资产 / 负债 / 净值 三条 (pack 也用)
      *> ---------------------------------------------------------
       NETWORTH-CHART-RESET.
           PERFORM CHART-RESET
           MOVE "line" TO WS-CHT-KIND
           MOVE "networth" TO WS-CHT-NAME
           MOVE "Month" TO WS-CHT-XTITLE
           MOVE "Net worth history (month-end snapshots)"
                TO WS-CHT-TITLE
           MOVE "Assets" TO WS-CHT-S-NAME(1)
           MOVE "Liabilities" TO WS-CHT-S-NAME(2)
           MOVE "Net worth" TO WS-CHT-S-NAME(3)
           MOVE 3 TO WS-CHT-S-COUNT.

       NETWORTH-CHART-POINT.
           IF WS-CHT-X-COUNT >= 60
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHT-X-COUNT
           MOVE WS-NW-MONTH TO WS-CHT-XLAB(WS-CHT-X-COUNT)
           MOVE WS-NW-ASSETS TO WS-CHT-VAL(1, WS-CHT-X-COUNT)
           MOVE WS-NW-LIABS TO WS-CHT-VAL(2, WS-CHT-X-COUNT)
           COMPUTE WS-CHT-VAL(3, WS-CHT-X-COUNT) =
                   WS-NW-ASSETS - WS-NW-LIABS.

      *> ============================================================
      *> CMD: networth - 净值快照维护 (snapshot)
           COMPUTE WS-DISP-NW-NET = WS-NW-NET / 100
           DISPLAY "Snapshot saved for "
                   FUNCTION TRIM(WS-ARG-MONTH)
                   ", net worth " WS-DISP-NW-NET

      *>   月末 KPI 随净值快照一并存档, report kpi 取往月时用
           PERFORM KPI-SNAPSHOT-SAVE.

      *> ---------------------------------------------------------
      *> 由 WS-ARG-MONTH (YYYY-MM) 算出该月最后一天 YYYY-MM-DD
                           FUNCTION TRIM(WS-LIST-ATTACH)
               END-IF
           END-PERFORM
           CALL "rpt_tax_detail_end" RETURNING WS-RC

      *>   车辆里程: 商用/私用英里数与商用比例 (按行程记录),
      *>   以及当年已滚入报销单的里程补贴金额
           DISPLAY " "
           DISPLAY "Vehicle mileage:"
           DISPLAY "VEHICLE             BUSINESS MI  PERSONAL MI  "
                   "BUSINESS %      CLAIMED"
           CALL "mileage_year_begin" USING BY REFERENCE WS-ARG-YEAR
                                     RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "mileage_year_next"
                    USING BY REFERENCE WS-MIL-VEHICLE
                          BY REFERENCE WS-MIL-BUS-TENTHS
                          BY REFERENCE WS-MIL-PER-TENTHS
                          BY REFERENCE WS-MIL-CLAIMED
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-MIL-TOT-TENTHS =
                           WS-MIL-BUS-TENTHS + WS-MIL-PER-TENTHS
                   MOVE 0 TO WS-MIL-PCT
                   IF WS-MIL-TOT-TENTHS > 0
                       COMPUTE WS-MIL-PCT ROUNDED =
                               WS-MIL-BUS-TENTHS * 100
                               / WS-MIL-TOT-TENTHS
                   END-IF
                   COMPUTE WS-MIL-MILES-DISP = WS-MIL-BUS-TENTHS / 10
                   COMPUTE WS-MIL-MILES-DISP2 = WS-MIL-PER-TENTHS / 10
                   MOVE WS-MIL-PCT TO WS-MIL-PCT-DISP
                   COMPUTE WS-MIL-AMT-DISP = WS-MIL-CLAIMED / 100
                   DISPLAY WS-MIL-VEHICLE(1:18) "  "
                           WS-MIL-MILES-DISP "   " WS-MIL-MILES-DISP2
                           "       " WS-MIL-PCT-DISP "%  "
                           WS-MIL-AMT-DISP
               END-IF
           END-PERFORM
           CALL "mileage_year_end" RETURNING WS-RC

      *>   当年已缴的季度预估税款与工资单代扣 (esttax 口径)
           MOVE WS-ARG-YEAR TO WS-ETX-YEAR
           PERFORM ESTTAX-LOAD-YEAR
           MOVE 0 TO WS-ETX-PAID WS-ETX-WITHHELD
           CALL "esttax_paid" USING BY REFERENCE WS-ETX-YEAR
                                    BY REFERENCE WS-ETX-PAID
                              RETURNING WS-RC
           IF WS-ETX-WH-CATEGORY NOT = SPACES
               MOVE SPACES TO WS-ETX-THROUGH
               STRING WS-ETX-YEAR "-12" DELIMITED SIZE
                      INTO WS-ETX-THROUGH
               CALL "esttax_withheld"
                    USING BY REFERENCE WS-ETX-YEAR
                          BY REFERENCE WS-ETX-THROUGH
                          BY REFERENCE WS-ETX-WH-CATEGORY
                          BY REFERENCE WS-ETX-WITHHELD
                    RETURNING WS-RC
           END-IF
           DISPLAY " "
           DISPLAY "Tax already paid for the year:"
           COMPUTE WS-DISP-ETX-AMT = WS-ETX-PAID / 100
           DISPLAY "- Estimated payments      " WS-DISP-ETX-AMT
           COMPUTE WS-DISP-ETX-AMT = WS-ETX-WITHHELD / 100
           DISPLAY "- Payroll withholding     " WS-DISP-ETX-AMT.

      *> ============================================================
      *> REPORT: vat - 期间增值税汇总 (按类别列净额/税额/价税合计)
           END-PERFORM
           CALL "rpt_anomaly_cat_end" RETURNING WS-RC

      *>   隔夜未放行的录入控制批 (挂着的行不进任何报表数字)
           DISPLAY " "
           DISPLAY "Entry batches left open overnight:"
           CALL "ebatch_list_begin" USING BY VALUE 0
                                    RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "ebatch_list_next"
                    USING BY REFERENCE WS-EBT-ID
                          BY REFERENCE WS-EBT-OPERATOR
                          BY REFERENCE WS-EBT-STATUS
                          BY REFERENCE WS-EBT-OPENED-AT
                          BY REFERENCE WS-EBT-DECL-DOCS
                          BY REFERENCE WS-EBT-KEYED-DOCS
                          BY REFERENCE WS-EBT-OVERNIGHT
                    RETURNING WS-RC
               IF WS-RC = 0 AND WS-EBT-OVERNIGHT = 1
                   ADD 1 TO WS-ANO-COUNT
                   MOVE WS-EBT-ID TO WS-EBT-ID-DISP
                   MOVE WS-EBT-DECL-DOCS TO WS-EBT-DOCS-DISP
                   MOVE WS-EBT-KEYED-DOCS TO WS-EBT-DOCS2-DISP
                   DISPLAY "  - batch " FUNCTION TRIM(WS-EBT-ID-DISP)
                           "  " FUNCTION TRIM(WS-EBT-OPERATOR)
                           "  opened " FUNCTION TRIM(WS-EBT-OPENED-AT)
                           "  " FUNCTION TRIM(WS-EBT-DOCS2-DISP)
                           " of " FUNCTION TRIM(WS-EBT-DOCS-DISP)
                           " keyed"
               END-IF
           END-PERFORM
           CALL "ebatch_list_end" RETURNING WS-RC

      *>   实际 + 已承诺 或完工预测超出成本估算的项目
           DISPLAY " "
           DISPLAY "Projects over their cost estimate:"
           CALL "project_estimate_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "project_estimate_next"
                    USING BY REFERENCE WS-PRJ-NAME
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-PRJ-NAME TO WS-PEC-NAME
                   PERFORM PROJECT-EAC-CALC
                   IF WS-PEC-HAVE-EST = 1 AND WS-PEC-EST-COST > 0
                      AND (WS-PEC-EXPOSURE > WS-PEC-EST-COST
                           OR WS-PEC-FAC > WS-PEC-EST-COST)
                       ADD 1 TO WS-ANO-COUNT
                       COMPUTE WS-DISP-PEC-AMT1 =
                               WS-PEC-EST-COST / 100
                       COMPUTE WS-DISP-PEC-AMT2 =
                               WS-PEC-EXPOSURE / 100
                       COMPUTE WS-DISP-PEC-AMT3 = WS-PEC-FAC / 100
                       DISPLAY "  - " FUNCTION TRIM(WS-PEC-NAME)
                               "  estimate "
                               FUNCTION TRIM(WS-DISP-PEC-AMT1)
                               "  actual+committed "
                               FUNCTION TRIM(WS-DISP-PEC-AMT2)
                               "  forecast "
                               FUNCTION TRIM(WS-DISP-PEC-AMT3)
                   END-IF
                   MOVE 0 TO WS-RC
               END-IF
           END-PERFORM
           CALL "project_estimate_end" RETURNING WS-RC

           MOVE WS-ANO-COUNT TO WS-ANO-COUNT-DISP
           DISPLAY " "
           IF WS-ANO-COUNT = 0
           COMPUTE WS-AR-ORIG = WS-AGE-B1 + WS-AGE-B2
                   + WS-AGE-B3 + WS-AGE-B4
           COMPUTE WS-DISP-AR-ORIG = WS-AR-ORIG / 100
           DISPLAY "TOTAL:       " WS-DISP-AR-ORIG

      *>   贷项通知单已从上面各档余额中扣除, 逐张列出以便对账;
      *>   客户预收贷项 (超出部分) 另列
           DISPLAY " "
           DISPLAY "Credit memos applied"
           CALL "credit_memo_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "credit_memo_list_next"
                    USING BY REFERENCE WS-CM-NO
                          BY REFERENCE WS-INV-NO
                          BY REFERENCE WS-CM-DATE
                          BY REFERENCE WS-AR-PAYEE
                          BY REFERENCE WS-CM-AMOUNT
                          BY REFERENCE WS-CM-APPLIED
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-CM-NO TO WS-CM-NO-DISP
                   MOVE WS-INV-NO TO WS-INV-NO-DISP
                   COMPUTE WS-DISP-CM-APPLIED = WS-CM-APPLIED / 100
                   DISPLAY "  memo " WS-CM-NO-DISP "  invoice "
                           WS-INV-NO-DISP "  "
                           FUNCTION TRIM(WS-AR-PAYEE) "  "
                           WS-DISP-CM-APPLIED
               END-IF
           END-PERFORM
           CALL "credit_memo_list_end" RETURNING WS-RC
           PERFORM AR-CUSTOMER-CREDIT-LIST.

      *> ---------------------------------------------------------
      *> 单笔入档: 按天数落到 30/60/90/90+ 档
           END-IF.

      *> ============================================================
      *> REPORT: sod - 职责分离冲突清单 (年度外审用)
      *> 期间内同一操作者把两道不相容的手续都办了的情形逐条列出:
      *> 录入又批准挂起交易, 报销单自己报自己批, 录入后又在清算
      *> 会话里把它勾销, 往期间里记账后又去结账/封账.
      *> 冲突对由 .ledgerrc 的 sod_pairs 键配置, 格式
      *> step/step,step/step...; 可用的步骤: enter approve claim
      *> claim-approve clear post close seal. 每条带单据号
      *> (交易号 / 报销单号 / 清算会话号 / 期间)
      *> ============================================================
       REPORT-SOD.
           IF WS-ARG-FROM = SPACES OR WS-ARG-TO = SPACES
               DISPLAY "Error: --from and --to are required"
               DISPLAY "Usage: ledger report sod --from YYYY-MM-DD "
                       "--to YYYY-MM-DD"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM SOD-PARSE-PAIRS
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Segregation-of-duties conflicts "
                   FUNCTION TRIM(WS-ARG-FROM) " to "
                   FUNCTION TRIM(WS-ARG-TO)
           MOVE 0 TO WS-SOD-TOTAL
           PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                   UNTIL WS-SOD-IDX > WS-SOD-PAIR-COUNT
               PERFORM SOD-SCAN-PAIR
           END-PERFORM

           MOVE WS-SOD-TOTAL TO WS-SOD-HITS-DISP
           DISPLAY " "
           IF WS-SOD-TOTAL = 0
               DISPLAY "No conflicts found in this period"
           ELSE
               DISPLAY FUNCTION TRIM(WS-SOD-HITS-DISP)
                       " conflict(s) found"
           END-IF.

      *> ---------------------------------------------------------
      *> SOD-PARSE-PAIRS - 拆 sod_pairs (未配置时用默认五对),
      *> 步骤名不认识时报错, 免得一对写错了悄悄查不出东西
      *> ---------------------------------------------------------
       SOD-PARSE-PAIRS.
           IF WS-SOD-CFG-PAIRS = SPACES
               STRING "enter/approve,claim/claim-approve,"
                      "enter/clear,post/close,post/seal"
                      DELIMITED SIZE INTO WS-SOD-CFG-PAIRS
           END-IF
           MOVE 0 TO WS-SOD-PAIR-COUNT
           MOVE 1 TO WS-SOD-PTR
           PERFORM UNTIL WS-SOD-PTR > 180
                   OR WS-SOD-PAIR-COUNT >= 12
               MOVE SPACES TO WS-SOD-TOKEN
               UNSTRING WS-SOD-CFG-PAIRS DELIMITED BY ","
                        INTO WS-SOD-TOKEN
                        WITH POINTER WS-SOD-PTR
               END-UNSTRING
               IF WS-SOD-TOKEN NOT = SPACES
                   ADD 1 TO WS-SOD-PAIR-COUNT
                   MOVE SPACES TO WS-SOD-PAIR(WS-SOD-PAIR-COUNT)
                   UNSTRING FUNCTION TRIM(WS-SOD-TOKEN)
                            DELIMITED BY "/"
                            INTO WS-SOD-STEP1(WS-SOD-PAIR-COUNT)
                                 WS-SOD-STEP2(WS-SOD-PAIR-COUNT)
                   END-UNSTRING
                   MOVE WS-SOD-STEP1(WS-SOD-PAIR-COUNT)
                        TO WS-SOD-STEP
                   IF NOT WS-SOD-STEP-VALID
                       PERFORM SOD-BAD-PAIR
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-SOD-STEP2(WS-SOD-PAIR-COUNT)
                        TO WS-SOD-STEP
                   IF NOT WS-SOD-STEP-VALID
                       PERFORM SOD-BAD-PAIR
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM.

       SOD-BAD-PAIR.
           DISPLAY "Error: sod_pairs entry '"
                   FUNCTION TRIM(WS-SOD-TOKEN)
                   "' is not step/step (steps: enter approve claim "
                   "claim-approve clear post close seal)"
           MOVE 1 TO WS-RETURN-CODE.

      *> ---------------------------------------------------------
      *> SOD-SCAN-PAIR - 后端按一对步骤查出同一操作者两头都办的
      *> 单据; DATE1/DATE2 是两道手续各自的时间
      *> ---------------------------------------------------------
       SOD-SCAN-PAIR.
           DISPLAY " "
           DISPLAY "-- " FUNCTION TRIM(WS-SOD-STEP1(WS-SOD-IDX))
                   " then " FUNCTION TRIM(WS-SOD-STEP2(WS-SOD-IDX))
                   " by the same operator"
           DISPLAY "OPERATOR                        DOCUMENT     "
                   "ID                    FIRST STEP           "
                   "SECOND STEP"
           MOVE 0 TO WS-SOD-HITS
           CALL "sod_scan_begin"
                USING BY REFERENCE WS-SOD-STEP1(WS-SOD-IDX)
                      BY REFERENCE WS-SOD-STEP2(WS-SOD-IDX)
                      BY REFERENCE WS-ARG-FROM
                      BY REFERENCE WS-ARG-TO
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: cannot scan this pair"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "sod_scan_next"
                    USING BY REFERENCE WS-SOD-USER
                          BY REFERENCE WS-SOD-DOC-TYPE
                          BY REFERENCE WS-SOD-DOC-ID
                          BY REFERENCE WS-SOD-DATE1
                          BY REFERENCE WS-SOD-DATE2
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-SOD-HITS
                   DISPLAY WS-SOD-USER "  " WS-SOD-DOC-TYPE " "
                           WS-SOD-DOC-ID "  " WS-SOD-DATE1 " "
                           FUNCTION TRIM(WS-SOD-DATE2)
               END-IF
           END-PERFORM
           CALL "sod_scan_end" RETURNING WS-RC
           MOVE WS-SOD-HITS TO WS-SOD-HITS-DISP
           DISPLAY "   " FUNCTION TRIM(WS-SOD-HITS-DISP) " hit(s)"
           ADD WS-SOD-HITS TO WS-SOD-TOTAL.

      *> ============================================================
      *> REPORT: interfaces - 日接口核对 (默认今天, --date 指定)
      *> 当天接口控制日志里的每个文件: 头记录笔数/金额 对 接收/
      *> 拒收/入账, 以及该运行现在实际还在账上的金额. 标记:
      *> DUP 同一散列以前处理过 / COUNT 头笔数与接收+拒收不符 /
      *> TOTAL 无拒收却入账金额与头金额不符 / CHANGED 入账后该
      *> 运行的行又被冲销或改过. 最后按 .ledgerrc 的
      *> interface_daily (逗号分隔, 默认 till) 查每天应到的进件
      *> 今天到了没有, 没到的标 MISSING
      *> ============================================================
       REPORT-INTERFACES.
           IF WS-ARG-DATE NOT = SPACES
               MOVE WS-ARG-DATE TO WS-ICL-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               MOVE SPACES TO WS-ICL-DATE
               STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                      DELIMITED SIZE INTO WS-ICL-DATE
           END-IF

      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Interface reconciliation for "
                   FUNCTION TRIM(WS-ICL-DATE)
           DISPLAY "INTERFACE    DIR  AT                    FILE"
           DISPLAY "    HDR CNT        HDR TOTAL    ACCEPT    "
                   "REJECT          POSTED        ON BOOKS  FLAGS"
           MOVE 0 TO WS-ICL-FILES WS-ICL-EXCEPTIONS
           CALL "icl_day_begin" USING BY REFERENCE WS-ICL-DATE
                                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "icl_day_next"
                    USING BY REFERENCE WS-ICL-INTERFACE
                          BY REFERENCE WS-ICL-DIRECTION
                          BY REFERENCE WS-ICL-FILE
                          BY REFERENCE WS-ICL-HASH
                          BY REFERENCE WS-ICL-STAMP
                          BY REFERENCE WS-ICL-HDR-COUNT
                          BY REFERENCE WS-ICL-HDR-TOTAL
                          BY REFERENCE WS-ICL-ACCEPTED
                          BY REFERENCE WS-ICL-REJECTED
                          BY REFERENCE WS-ICL-POSTED
                          BY REFERENCE WS-ICL-RUN-ID
                          BY REFERENCE WS-ICL-LIVE
                          BY REFERENCE WS-ICL-DUP
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM ICL-REPORT-ONE
               END-IF
           END-PERFORM
           CALL "icl_day_end" RETURNING WS-RC
           INITIALIZE WS-ICL-ENTRY

           IF WS-ICL-FILES = 0
               DISPLAY "  (no files logged on this day)"
           END-IF

      *>   应到未到的日进件
           DISPLAY " "
           DISPLAY "Expected daily feeds:"
           MOVE 1 TO WS-ICL-FEED-PTR
           PERFORM UNTIL WS-ICL-FEED-PTR > 180
               MOVE SPACES TO WS-ICL-FEED
               UNSTRING WS-ICL-CFG-DAILY DELIMITED BY ","
                        INTO WS-ICL-FEED
                        WITH POINTER WS-ICL-FEED-PTR
               END-UNSTRING
               IF WS-ICL-FEED NOT = SPACES
                   MOVE FUNCTION TRIM(WS-ICL-FEED) TO WS-ICL-FEED
                   MOVE 0 TO WS-ICL-FEED-COUNT
                   CALL "icl_count_day"
                        USING BY REFERENCE WS-ICL-FEED
                              BY REFERENCE WS-ICL-DATE
                              BY REFERENCE WS-ICL-FEED-COUNT
                        RETURNING WS-RC
                   IF WS-ICL-FEED-COUNT = 0
                       ADD 1 TO WS-ICL-EXCEPTIONS
                       DISPLAY "  " WS-ICL-FEED(1:12)
                               " MISSING - no file received"
                   ELSE
                       MOVE WS-ICL-FEED-COUNT TO WS-ICL-COUNT-DISP
                       DISPLAY "  " WS-ICL-FEED(1:12) " received ("
                               FUNCTION TRIM(WS-ICL-COUNT-DISP)
                               " file(s))"
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-ICL-FILES TO WS-ICL-COUNT-DISP
           MOVE WS-ICL-EXCEPTIONS TO WS-ICL-COUNT2-DISP
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-ICL-COUNT-DISP) " file(s), "
                   FUNCTION TRIM(WS-ICL-COUNT2-DISP)
                   " exception(s)"
           IF WS-ICL-EXCEPTIONS > 0
               MOVE 1 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
      *> ICL-REPORT-ONE - 一个文件两行: 文件本身 / 控制数对账
      *> ---------------------------------------------------------
       ICL-REPORT-ONE.
           ADD 1 TO WS-ICL-FILES
           MOVE SPACES TO WS-ICL-FLAGS
           MOVE 1 TO WS-ICL-FLAG-PTR
           IF WS-ICL-DUP = 1
               STRING "DUP " DELIMITED SIZE INTO WS-ICL-FLAGS
                      WITH POINTER WS-ICL-FLAG-PTR
           END-IF
           IF WS-ICL-HDR-COUNT > 0 AND WS-ICL-HDR-COUNT NOT =
                   WS-ICL-ACCEPTED + WS-ICL-REJECTED
               STRING "COUNT " DELIMITED SIZE INTO WS-ICL-FLAGS
                      WITH POINTER WS-ICL-FLAG-PTR
           END-IF
           IF WS-ICL-HDR-TOTAL NOT = 0 AND WS-ICL-REJECTED = 0
                   AND WS-ICL-POSTED NOT = WS-ICL-HDR-TOTAL
               STRING "TOTAL " DELIMITED SIZE INTO WS-ICL-FLAGS
                      WITH POINTER WS-ICL-FLAG-PTR
           END-IF
           IF WS-ICL-RUN-ID > 0 AND WS-ICL-LIVE NOT = WS-ICL-POSTED
               STRING "CHANGED " DELIMITED SIZE INTO WS-ICL-FLAGS
                      WITH POINTER WS-ICL-FLAG-PTR
           END-IF
           IF WS-ICL-FLAGS NOT = SPACES
               ADD 1 TO WS-ICL-EXCEPTIONS
           END-IF

           DISPLAY WS-ICL-INTERFACE " " WS-ICL-DIRECTION "  "
                   WS-ICL-STAMP "  " FUNCTION TRIM(WS-ICL-FILE)
                   "  [" FUNCTION TRIM(WS-ICL-HASH) "]"
           MOVE WS-ICL-HDR-COUNT TO WS-ICL-COUNT-DISP
           MOVE WS-ICL-ACCEPTED TO WS-ICL-COUNT2-DISP
           MOVE WS-ICL-REJECTED TO WS-ICL-COUNT3-DISP
           COMPUTE WS-DISP-ICL-AMT1 = WS-ICL-HDR-TOTAL / 100
           COMPUTE WS-DISP-ICL-AMT2 = WS-ICL-POSTED / 100
           IF WS-ICL-RUN-ID > 0
               COMPUTE WS-DISP-ICL-AMT3 = WS-ICL-LIVE / 100
           ELSE
               COMPUTE WS-DISP-ICL-AMT3 = WS-ICL-POSTED / 100
           END-IF
           DISPLAY "    " WS-ICL-COUNT-DISP "  " WS-DISP-ICL-AMT1
                   "   " WS-ICL-COUNT2-DISP "   " WS-ICL-COUNT3-DISP
                   " " WS-DISP-ICL-AMT2 " " WS-DISP-ICL-AMT3
                   "  " FUNCTION TRIM(WS-ICL-FLAGS).

      *> ============================================================
      *> REPORT: holds - 生效中的法律保全清单 (--all 含已解除)
      *> ============================================================
       REPORT-HOLDS.
      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM HOLD-LIST.

      *> ============================================================
      *> REPORT: suspense - 暂记户账龄 (0-30 / 31-60 / 61+ 天)
      *> 逐项按挂账天数入档, 档内小计 + 总计, 与应收账龄同一
      *> 版式; 挂得越久越说明该去 'suspense reclass' 了
      *> ============================================================
       REPORT-SUSPENSE.
      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Suspense aging ("
                   FUNCTION TRIM(WS-SUS-CFG-ACCOUNT) ")"
           DISPLAY "ITEM        DATE                AMOUNT   DAYS  "
                   "BUCKET  SOURCE"
           MOVE 0 TO WS-SUS-B1 WS-SUS-B2 WS-SUS-B3 WS-SUS-COUNT
           CALL "suspense_list_begin" USING BY VALUE 0
                                      RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "suspense_list_next"
                    USING BY REFERENCE WS-SUS-ID
                          BY REFERENCE WS-SUS-DATE
                          BY REFERENCE WS-SUS-AMOUNT
                          BY REFERENCE WS-SUS-DAYS
                          BY REFERENCE WS-SUS-STATUS
                          BY REFERENCE WS-SUS-SOURCE
                          BY REFERENCE WS-SUS-MEMO
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM SUSPENSE-AGING-ROW
               END-IF
           END-PERFORM
           CALL "suspense_list_end" RETURNING WS-RC

           DISPLAY " "
           COMPUTE WS-DISP-SUS-TOTAL = WS-SUS-B1 / 100
           DISPLAY "0-30 days:   " WS-DISP-SUS-TOTAL
           COMPUTE WS-DISP-SUS-TOTAL = WS-SUS-B2 / 100
           DISPLAY "31-60 days:  " WS-DISP-SUS-TOTAL
           COMPUTE WS-DISP-SUS-TOTAL = WS-SUS-B3 / 100
           DISPLAY "Over 60:     " WS-DISP-SUS-TOTAL
           COMPUTE WS-DISP-SUS-TOTAL =
                   (WS-SUS-B1 + WS-SUS-B2 + WS-SUS-B3) / 100
           MOVE WS-SUS-COUNT TO WS-SUS-COUNT-DISP
           DISPLAY "TOTAL:       " WS-DISP-SUS-TOTAL "  ("
                   FUNCTION TRIM(WS-SUS-COUNT-DISP) " item(s))".

      *> ---------------------------------------------------------
       SUSPENSE-AGING-ROW.
           ADD 1 TO WS-SUS-COUNT
           EVALUATE TRUE
               WHEN WS-SUS-DAYS <= 30
                   ADD WS-SUS-AMOUNT TO WS-SUS-B1
                   MOVE "0-30" TO WS-SUS-BUCKET
               WHEN WS-SUS-DAYS <= 60
                   ADD WS-SUS-AMOUNT TO WS-SUS-B2
                   MOVE "31-60" TO WS-SUS-BUCKET
               WHEN OTHER
                   ADD WS-SUS-AMOUNT TO WS-SUS-B3
                   MOVE "61+" TO WS-SUS-BUCKET
           END-EVALUATE
           MOVE WS-SUS-ID TO WS-SUS-ID-DISP
           MOVE WS-SUS-DAYS TO WS-SUS-DAYS-DISP
           COMPUTE WS-DISP-SUS-AMT = WS-SUS-AMOUNT / 100
           DISPLAY WS-SUS-ID-DISP "  " WS-SUS-DATE(1:10) " "
                   WS-DISP-SUS-AMT "  " WS-SUS-DAYS-DISP "  "
                   WS-SUS-BUCKET "  " FUNCTION TRIM(WS-SUS-SOURCE).

      *> ============================================================
      *> REPORT: kpi - 月度财务健康看板
      *> 一张表回答"这个月还好吗": 储蓄率 / 支出收入比 / 债务
      *> 收入比 / 应急备付月数 (流动余额 ÷ 近 kpi_average_months
      *> 个月平均月支出) / 信用卡额度占用 / 预算达标率, 每项并列
      *> 上月与去年同月, 按 .ledgerrc 的 kpi_* 阈值标红黄绿.
      *> 往月优先取 networth snapshot 时存下的月末 KPI, 没存过的
      *> 月份现算. pack --with kpi 时同一张表写进月结包
      *> ============================================================
       REPORT-KPI.
           IF WS-ARG-MONTH = SPACES
               DISPLAY "Error: --month is required"
               DISPLAY "Usage: ledger report kpi --month YYYY-MM"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "MONTH" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-MONTH WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-KPI-TO-FILE
           PERFORM KPI-PRODUCE.

      *> ---------------------------------------------------------
      *> KPI-PRODUCE - 算三列并逐行输出 (屏幕或 PRINT-FILE)
      *> ---------------------------------------------------------
       KPI-PRODUCE.
           PERFORM KPI-LOAD-THRESHOLDS
           MOVE WS-ARG-MONTH TO WS-KPI-MONTH-SAVE

      *>   上月与去年同月
           MOVE WS-ARG-MONTH(1:4) TO WS-KPI-Y
           MOVE WS-ARG-MONTH(6:2) TO WS-KPI-M
           IF WS-KPI-M = 1
               SUBTRACT 1 FROM WS-KPI-Y
               MOVE 12 TO WS-KPI-M
           ELSE
               SUBTRACT 1 FROM WS-KPI-M
           END-IF
           MOVE SPACES TO WS-KPI-PREV-MONTH
           STRING WS-KPI-Y "-" WS-KPI-M
                  DELIMITED SIZE INTO WS-KPI-PREV-MONTH
           MOVE WS-ARG-MONTH(1:4) TO WS-KPI-Y
           SUBTRACT 1 FROM WS-KPI-Y
           MOVE SPACES TO WS-KPI-LY-MONTH
           STRING WS-KPI-Y "-" WS-ARG-MONTH(6:2)
                  DELIMITED SIZE INTO WS-KPI-LY-MONTH

      *>   本月总是现算; 往月先找存档
           MOVE 1 TO WS-KPI-COL
           MOVE WS-KPI-MONTH-SAVE TO WS-KPI-MONTH
           PERFORM KPI-COMPUTE-MONTH
           MOVE 2 TO WS-KPI-COL
           MOVE WS-KPI-PREV-MONTH TO WS-KPI-MONTH
           PERFORM KPI-FETCH-MONTH
           MOVE 3 TO WS-KPI-COL
           MOVE WS-KPI-LY-MONTH TO WS-KPI-MONTH
           PERFORM KPI-FETCH-MONTH
           MOVE WS-KPI-MONTH-SAVE TO WS-ARG-MONTH

           MOVE SPACES TO WS-KPI-LINE
           STRING "Financial health KPIs, month "
                  FUNCTION TRIM(WS-KPI-MONTH-SAVE)
                  DELIMITED SIZE INTO WS-KPI-LINE
           PERFORM KPI-EMIT
           MOVE SPACES TO WS-KPI-LINE
           PERFORM KPI-EMIT
           MOVE SPACES TO WS-KPI-LINE
           STRING "KPI                        "
                  FUNCTION TRIM(WS-KPI-MONTH-SAVE) "     "
                  FUNCTION TRIM(WS-KPI-PREV-MONTH) "     "
                  FUNCTION TRIM(WS-KPI-LY-MONTH) "  STATUS"
                  DELIMITED SIZE INTO WS-KPI-LINE
           PERFORM KPI-EMIT
           PERFORM VARYING WS-KPI-IDX FROM 1 BY 1
                   UNTIL WS-KPI-IDX > 6
               PERFORM KPI-ONE-LINE
           END-PERFORM

      *>   信用卡逐张占用 (截至本月末)
           MOVE SPACES TO WS-KPI-LINE
           PERFORM KPI-EMIT
           MOVE "Credit utilisation by card:" TO WS-KPI-LINE
           PERFORM KPI-EMIT
           PERFORM CALC-MONTH-END-DATE
           MOVE 5 TO WS-KPI-IDX
           CALL "kpi_card_begin" USING BY REFERENCE WS-MONTH-END-DATE
                                 RETURNING WS-KPI-RC
           PERFORM UNTIL WS-KPI-RC NOT = 0
               CALL "kpi_card_next"
                    USING BY REFERENCE WS-KPI-CARD-NAME
                          BY REFERENCE WS-KPI-CARD-BAL
                          BY REFERENCE WS-KPI-CARD-LIMIT
                    RETURNING WS-KPI-RC
               IF WS-KPI-RC = 0 AND WS-KPI-CARD-LIMIT > 0
                   COMPUTE WS-KPI-VALUE ROUNDED =
                           WS-KPI-CARD-BAL * 10000 / WS-KPI-CARD-LIMIT
                   PERFORM KPI-RAG
                   COMPUTE WS-KPI-NUM-DISP = WS-KPI-VALUE / 100
                   COMPUTE WS-DISP-KPI-AMT1 = WS-KPI-CARD-BAL / 100
                   COMPUTE WS-DISP-KPI-AMT2 = WS-KPI-CARD-LIMIT / 100
                   MOVE SPACES TO WS-KPI-LINE
                   STRING "  " WS-KPI-CARD-NAME(1:22) " "
                          WS-KPI-NUM-DISP "%  " WS-DISP-KPI-AMT1
                          " of " WS-DISP-KPI-AMT2 "  " WS-KPI-RAG
                          DELIMITED SIZE INTO WS-KPI-LINE
                   PERFORM KPI-EMIT
               END-IF
           END-PERFORM
           CALL "kpi_card_end" RETURNING WS-KPI-RC.

      *> ---------------------------------------------------------
      *> 各 KPI 的名称与阈值装进表 (顺序即报表行序与存档列序)
      *> ---------------------------------------------------------
       KPI-LOAD-THRESHOLDS.
           INITIALIZE WS-KPI-TABLE
           MOVE "Savings rate %" TO WS-KPI-NAME(1)
           MOVE WS-KPI-CFG-SAVE-G TO WS-KPI-GREEN(1)
           MOVE WS-KPI-CFG-SAVE-A TO WS-KPI-AMBER(1)
           MOVE "Expense/income %" TO WS-KPI-NAME(2)
           MOVE WS-KPI-CFG-EXPR-G TO WS-KPI-GREEN(2)
           MOVE WS-KPI-CFG-EXPR-A TO WS-KPI-AMBER(2)
           MOVE "Debt-to-income %" TO WS-KPI-NAME(3)
           MOVE WS-KPI-CFG-DTI-G TO WS-KPI-GREEN(3)
           MOVE WS-KPI-CFG-DTI-A TO WS-KPI-AMBER(3)
           MOVE "Emergency cover (months)" TO WS-KPI-NAME(4)
           MOVE WS-KPI-CFG-COVER-G TO WS-KPI-GREEN(4)
           MOVE WS-KPI-CFG-COVER-A TO WS-KPI-AMBER(4)
           MOVE "Credit utilisation %" TO WS-KPI-NAME(5)
           MOVE WS-KPI-CFG-UTIL-G TO WS-KPI-GREEN(5)
           MOVE WS-KPI-CFG-UTIL-A TO WS-KPI-AMBER(5)
           MOVE "Budget adherence %" TO WS-KPI-NAME(6)
           MOVE WS-KPI-CFG-BUDGET-G TO WS-KPI-GREEN(6)
           MOVE WS-KPI-CFG-BUDGET-A TO WS-KPI-AMBER(6).

      *> ---------------------------------------------------------
      *> KPI-COMPUTE-MONTH - 现算 WS-KPI-MONTH 的六项进第
      *> WS-KPI-COL 列; 分母为零的项标"无"
      *> ---------------------------------------------------------
       KPI-COMPUTE-MONTH.
           PERFORM VARYING WS-KPI-IDX FROM 1 BY 1
                   UNTIL WS-KPI-IDX > 6
               MOVE 0 TO WS-KPI-VAL(WS-KPI-IDX, WS-KPI-COL)
               MOVE 0 TO WS-KPI-HAVE(WS-KPI-IDX, WS-KPI-COL)
           END-PERFORM
           MOVE WS-KPI-MONTH TO WS-ARG-MONTH
           PERFORM CALC-MONTH-END-DATE

           CALL "rpt_get_totals"
                USING BY REFERENCE WS-KPI-MONTH
                      BY REFERENCE WS-KPI-INCOME
                      BY REFERENCE WS-KPI-EXPENSE
                      BY REFERENCE WS-ARG-BASE-CCY
                      BY VALUE WS-ARG-INCLUDE-ARCHIVE
                      BY REFERENCE WS-ARG-ENTERED-THRU
                RETURNING WS-KPI-RC
           IF WS-KPI-INCOME > 0
               COMPUTE WS-KPI-VAL(1, WS-KPI-COL) ROUNDED =
                   (WS-KPI-INCOME - WS-KPI-EXPENSE) * 10000
                   / WS-KPI-INCOME
               MOVE 1 TO WS-KPI-HAVE(1, WS-KPI-COL)
               COMPUTE WS-KPI-VAL(2, WS-KPI-COL) ROUNDED =
                   WS-KPI-EXPENSE * 10000 / WS-KPI-INCOME
               MOVE 1 TO WS-KPI-HAVE(2, WS-KPI-COL)
               CALL "kpi_debt_service"
                    USING BY REFERENCE WS-KPI-MONTH
                          BY REFERENCE WS-KPI-DEBT
                    RETURNING WS-KPI-RC
               IF WS-KPI-RC = 0
                   COMPUTE WS-KPI-VAL(3, WS-KPI-COL) ROUNDED =
                       WS-KPI-DEBT * 10000 / WS-KPI-INCOME
                   MOVE 1 TO WS-KPI-HAVE(3, WS-KPI-COL)
               END-IF
           END-IF

           CALL "kpi_liquid_balance"
                USING BY REFERENCE WS-MONTH-END-DATE
                      BY REFERENCE WS-KPI-LIQUID
                RETURNING WS-KPI-RC
           CALL "kpi_average_spend"
                USING BY REFERENCE WS-KPI-MONTH
                      BY VALUE WS-KPI-CFG-AVG-MONTHS
                      BY REFERENCE WS-KPI-AVG-SPEND
                RETURNING WS-KPI-RC
           IF WS-KPI-RC = 0 AND WS-KPI-AVG-SPEND > 0
               COMPUTE WS-KPI-VAL(4, WS-KPI-COL) ROUNDED =
                   WS-KPI-LIQUID * 100 / WS-KPI-AVG-SPEND
               MOVE 1 TO WS-KPI-HAVE(4, WS-KPI-COL)
           END-IF

      *>   全部卡合计的占用; 逐张明细在报表尾部单列
           MOVE 0 TO WS-KPI-CARD-BAL WS-KPI-CARD-LIMIT
           CALL "kpi_card_totals"
                USING BY REFERENCE WS-MONTH-END-DATE
                      BY REFERENCE WS-KPI-CARD-BAL
                      BY REFERENCE WS-KPI-CARD-LIMIT
                RETURNING WS-KPI-RC
           IF WS-KPI-RC = 0 AND WS-KPI-CARD-LIMIT > 0
               COMPUTE WS-KPI-VAL(5, WS-KPI-COL) ROUNDED =
                   WS-KPI-CARD-BAL * 10000 / WS-KPI-CARD-LIMIT
               MOVE 1 TO WS-KPI-HAVE(5, WS-KPI-COL)
           END-IF

      *>   预算达标率 = 未超预算的类别数 ÷ 有预算的类别数
           CALL "kpi_budget_adherence"
                USING BY REFERENCE WS-KPI-MONTH
                      BY REFERENCE WS-KPI-BUD-WITHIN
                      BY REFERENCE WS-KPI-BUD-TOTAL
                RETURNING WS-KPI-RC
           IF WS-KPI-RC = 0 AND WS-KPI-BUD-TOTAL > 0
               COMPUTE WS-KPI-VAL(6, WS-KPI-COL) ROUNDED =
                   WS-KPI-BUD-WITHIN * 10000 / WS-KPI-BUD-TOTAL
               MOVE 1 TO WS-KPI-HAVE(6, WS-KPI-COL)
           END-IF.

      *> ---------------------------------------------------------
      *> KPI-FETCH-MONTH - 往月: 有月末存档用存档, 否则现算
      *> ---------------------------------------------------------
       KPI-FETCH-MONTH.
           CALL "kpi_snapshot_get"
                USING BY REFERENCE WS-KPI-MONTH
                      BY REFERENCE WS-KPI-S1
                      BY REFERENCE WS-KPI-S2
                      BY REFERENCE WS-KPI-S3
                      BY REFERENCE WS-KPI-S4
                      BY REFERENCE WS-KPI-S5
                      BY REFERENCE WS-KPI-S6
                      BY REFERENCE WS-KPI-HAVE-MASK
                RETURNING WS-KPI-RC
           IF WS-KPI-RC NOT = 0
               PERFORM KPI-COMPUTE-MONTH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KPI-S1 TO WS-KPI-VAL(1, WS-KPI-COL)
           MOVE WS-KPI-S2 TO WS-KPI-VAL(2, WS-KPI-COL)
           MOVE WS-KPI-S3 TO WS-KPI-VAL(3, WS-KPI-COL)
           MOVE WS-KPI-S4 TO WS-KPI-VAL(4, WS-KPI-COL)
           MOVE WS-KPI-S5 TO WS-KPI-VAL(5, WS-KPI-COL)
           MOVE WS-KPI-S6 TO WS-KPI-VAL(6, WS-KPI-COL)
           PERFORM VARYING WS-KPI-IDX FROM 1 BY 1
                   UNTIL WS-KPI-IDX > 6
               IF WS-KPI-HAVE-MASK(WS-KPI-IDX:1) = "1"
                   MOVE 1 TO WS-KPI-HAVE(WS-KPI-IDX, WS-KPI-COL)
               ELSE
                   MOVE 0 TO WS-KPI-HAVE(WS-KPI-IDX, WS-KPI-COL)
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 一行 KPI: 名称, 三列数值 (没有的写 n/a), 本月的红黄绿
      *> ---------------------------------------------------------
       KPI-ONE-LINE.
           MOVE 1 TO WS-KPI-COL
           PERFORM KPI-FORMAT-CELL
           MOVE WS-KPI-DISP3 TO WS-KPI-DISP1
           MOVE 2 TO WS-KPI-COL
           PERFORM KPI-FORMAT-CELL
           MOVE WS-KPI-DISP3 TO WS-KPI-DISP2
           MOVE 3 TO WS-KPI-COL
           PERFORM KPI-FORMAT-CELL
           IF WS-KPI-HAVE(WS-KPI-IDX, 1) = 1
               MOVE WS-KPI-VAL(WS-KPI-IDX, 1) TO WS-KPI-VALUE
               PERFORM KPI-RAG
           ELSE
               MOVE SPACES TO WS-KPI-RAG
           END-IF
           MOVE SPACES TO WS-KPI-LINE
           STRING WS-KPI-NAME(WS-KPI-IDX) " " WS-KPI-DISP1 " "
                  WS-KPI-DISP2 " " WS-KPI-DISP3 "  " WS-KPI-RAG
                  DELIMITED SIZE INTO WS-KPI-LINE
           PERFORM KPI-EMIT.

      *> ---------------------------------------------------------
       KPI-FORMAT-CELL.
           IF WS-KPI-HAVE(WS-KPI-IDX, WS-KPI-COL) = 1
               COMPUTE WS-KPI-NUM-DISP =
                       WS-KPI-VAL(WS-KPI-IDX, WS-KPI-COL) / 100
               MOVE WS-KPI-NUM-DISP TO WS-KPI-DISP3
           ELSE
               MOVE "        n/a" TO WS-KPI-DISP3
           END-IF.

      *> ---------------------------------------------------------
      *> KPI-RAG - WS-KPI-VALUE 对第 WS-KPI-IDX 项的阈值定色;
      *> 绿线不低于黄线 = 越高越好, 否则越低越好
      *> ---------------------------------------------------------
       KPI-RAG.
           IF WS-KPI-GREEN(WS-KPI-IDX) >= WS-KPI-AMBER(WS-KPI-IDX)
               EVALUATE TRUE
                   WHEN WS-KPI-VALUE >= WS-KPI-GREEN(WS-KPI-IDX)
                       MOVE "GREEN" TO WS-KPI-RAG
                   WHEN WS-KPI-VALUE >= WS-KPI-AMBER(WS-KPI-IDX)
                       MOVE "AMBER" TO WS-KPI-RAG
                   WHEN OTHER
                       MOVE "RED" TO WS-KPI-RAG
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-KPI-VALUE <= WS-KPI-GREEN(WS-KPI-IDX)
                       MOVE "GREEN" TO WS-KPI-RAG
                   WHEN WS-KPI-VALUE <= WS-KPI-AMBER(WS-KPI-IDX)
                       MOVE "AMBER" TO WS-KPI-RAG
                   WHEN OTHER
                       MOVE "RED" TO WS-KPI-RAG
               END-EVALUATE
           END-IF.

      *> ---------------------------------------------------------
       KPI-EMIT.
           IF WS-KPI-TO-FILE = 1
               MOVE WS-KPI-LINE TO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
           ELSE
               DISPLAY FUNCTION TRIM(WS-KPI-LINE TRAILING)
           END-IF.

      *> ---------------------------------------------------------
      *> KPI-SNAPSHOT-SAVE - networth snapshot 时把本月末的 KPI
      *> 与净值一同存档, 供以后的看板取往月数与看趋势
      *> ---------------------------------------------------------
       KPI-SNAPSHOT-SAVE.
           PERFORM KPI-LOAD-THRESHOLDS
           MOVE WS-ARG-MONTH TO WS-KPI-MONTH-SAVE
           MOVE 1 TO WS-KPI-COL
           MOVE WS-ARG-MONTH TO WS-KPI-MONTH
           PERFORM KPI-COMPUTE-MONTH
           MOVE WS-KPI-MONTH-SAVE TO WS-ARG-MONTH
           MOVE "000000" TO WS-KPI-HAVE-MASK
           PERFORM VARYING WS-KPI-IDX FROM 1 BY 1
                   UNTIL WS-KPI-IDX > 6
               IF WS-KPI-HAVE(WS-KPI-IDX, 1) = 1
                   MOVE "1" TO WS-KPI-HAVE-MASK(WS-KPI-IDX:1)
               END-IF
           END-PERFORM
           CALL "kpi_snapshot_save"
                USING BY REFERENCE WS-KPI-MONTH
                      BY VALUE WS-KPI-VAL(1, 1)
                      BY VALUE WS-KPI-VAL(2, 1)
                      BY VALUE WS-KPI-VAL(3, 1)
                      BY VALUE WS-KPI-VAL(4, 1)
                      BY VALUE WS-KPI-VAL(5, 1)
                      BY VALUE WS-KPI-VAL(6, 1)
                      BY REFERENCE WS-KPI-HAVE-MASK
                RETURNING WS-KPI-RC
           IF WS-KPI-RC NOT = 0
               DISPLAY "Warning: month-end KPIs could not be saved"
           ELSE
               DISPLAY "Month-end KPIs saved with the snapshot"
           END-IF.

      *> ============================================================
      *> REPORT: books - 特种日记账 (传统的原始分录簿)
      *> 销货簿 (ar 发票) / 购货簿 (ap 账单) / 现金收入簿 /
      *> 现金支出簿 (支票号, 收款人, 账户) 各印一本 132 列定宽
      *> 序时簿: 每页满 WS-SJ-PAGE-SIZE 行出本页合计并过次页,
      *> 次页页首承前页; 簿末按对方科目列合计, 再以同期试算表
      *> (REPORT-TRIAL-BALANCE 同一口径) 的控制科目发生额对账.
      *> 外聘记账员要的是四本账, 不是一张流水清单
      *> ============================================================
       REPORT-BOOKS.
           IF WS-ARG-BOOK = SPACES
               MOVE "all" TO WS-ARG-BOOK
           END-IF
           EVALUATE WS-ARG-BOOK
               WHEN "sales"
                   MOVE 1 TO WS-SJ-B-FIRST WS-SJ-B-LAST
               WHEN "purchases"
                   MOVE 2 TO WS-SJ-B-FIRST WS-SJ-B-LAST
               WHEN "receipts"
                   MOVE 3 TO WS-SJ-B-FIRST WS-SJ-B-LAST
               WHEN "disbursements"
                   MOVE 4 TO WS-SJ-B-FIRST WS-SJ-B-LAST
               WHEN "all"
                   MOVE 1 TO WS-SJ-B-FIRST
                   MOVE 4 TO WS-SJ-B-LAST
               WHEN OTHER
                   DISPLAY "Error: --book must be sales, purchases, "
                           "receipts, disbursements or all"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE

      *>   期间: --month 整月, 或 --from/--to 两个日期
           IF WS-ARG-MONTH NOT = SPACES
               MOVE "MONTH" TO WS-VALID-TYPE
               CALL "VALIDATE" USING WS-ARG-MONTH WS-VALID-TYPE
                                WS-VALID-RESULT WS-VALID-ERROR-MSG
               IF WS-VALID-RESULT NOT = 1
                   DISPLAY "Error: "
                           FUNCTION TRIM(WS-VALID-ERROR-MSG)
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM BOOKS-MONTH-PERIOD
           ELSE
               IF WS-ARG-FROM = SPACES OR WS-ARG-TO = SPACES
                   DISPLAY "Error: --month or --from/--to is "
                           "required"
                   DISPLAY "Usage: ledger report books [--book "
                           "sales|purchases|receipts|disbursements"
                           "|all] --month YYYY-MM"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE "DATE" TO WS-VALID-TYPE
               CALL "VALIDATE" USING WS-ARG-FROM WS-VALID-TYPE
                                WS-VALID-RESULT WS-VALID-ERROR-MSG
               IF WS-VALID-RESULT = 1
                   CALL "VALIDATE" USING WS-ARG-TO WS-VALID-TYPE
                                WS-VALID-RESULT WS-VALID-ERROR-MSG
               END-IF
               IF WS-VALID-RESULT NOT = 1
                   DISPLAY "Error: "
                           FUNCTION TRIM(WS-VALID-ERROR-MSG)
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ARG-FROM TO WS-SJ-FROM
               MOVE WS-ARG-TO TO WS-SJ-TO
           END-IF

      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SJ-TO-PACK
           PERFORM VARYING WS-SJ-B FROM WS-SJ-B-FIRST BY 1
                   UNTIL WS-SJ-B > WS-SJ-B-LAST
               PERFORM BOOKS-SET-HEADINGS
               IF WS-OUT-PATH NOT = SPACES
                       AND WS-SJ-B-FIRST = WS-SJ-B-LAST
                   MOVE WS-OUT-PATH TO WS-PRINT-PATH
               ELSE
                   MOVE SPACES TO WS-PRINT-PATH
                   STRING "./export/books_"
                          FUNCTION TRIM(WS-SJ-BOOK) "_"
                          FUNCTION TRIM(WS-SJ-FROM) "_"
                          FUNCTION TRIM(WS-SJ-TO) ".txt"
                          DELIMITED SIZE INTO WS-PRINT-PATH
               END-IF
               PERFORM BOOKS-WRITE-ONE
               IF WS-SJ-RC NOT = 0
                   DISPLAY "Error: Cannot write "
                           FUNCTION TRIM(WS-PRINT-PATH)
                   MOVE 4 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SJ-COUNT TO WS-SJ-COUNT-DISP
               COMPUTE WS-DISP-SJ-AMT = WS-SJ-RUN-TOTAL / 100
               IF WS-SJ-OUT-OF-BAL = 1
                   DISPLAY FUNCTION TRIM(WS-SJ-TITLE) ": "
                           FUNCTION TRIM(WS-SJ-COUNT-DISP)
                           " entries, total " WS-DISP-SJ-AMT
                           " - OUT OF BALANCE with the trial balance"
                   MOVE 2 TO WS-RETURN-CODE
               ELSE
                   DISPLAY FUNCTION TRIM(WS-SJ-TITLE) ": "
                           FUNCTION TRIM(WS-SJ-COUNT-DISP)
                           " entries, total " WS-DISP-SJ-AMT
                           " - reconciled"
               END-IF
               DISPLAY "  written to " FUNCTION TRIM(WS-PRINT-PATH)
           END-PERFORM.

      *> ---------------------------------------------------------
      *> WS-ARG-MONTH 整月 -> WS-SJ-FROM / WS-SJ-TO
      *> ---------------------------------------------------------
       BOOKS-MONTH-PERIOD.
           PERFORM CALC-MONTH-END-DATE
           MOVE SPACES TO WS-SJ-FROM
           STRING WS-ARG-MONTH(1:7) "-01"
                  DELIMITED SIZE INTO WS-SJ-FROM
           MOVE WS-MONTH-END-DATE TO WS-SJ-TO.

      *> ---------------------------------------------------------
      *> 第 WS-SJ-B 本账的名称与栏目标题
      *> ---------------------------------------------------------
       BOOKS-SET-HEADINGS.
           EVALUATE WS-SJ-B
               WHEN 1
                   MOVE "sales" TO WS-SJ-BOOK
                   MOVE "SALES JOURNAL" TO WS-SJ-TITLE
                   MOVE "INVOICE" TO WS-SJ-H-REF
                   MOVE "CUSTOMER" TO WS-SJ-H-NAME
                   MOVE "ACCOUNT CREDITED" TO WS-SJ-H-ACCOUNT
                   MOVE SPACES TO WS-SJ-H-CASH
                   MOVE "DR A/R CR SALES" TO WS-SJ-H-AMOUNT
               WHEN 2
                   MOVE "purchases" TO WS-SJ-BOOK
                   MOVE "PURCHASES JOURNAL" TO WS-SJ-TITLE
                   MOVE "BILL" TO WS-SJ-H-REF
                   MOVE "VENDOR" TO WS-SJ-H-NAME
                   MOVE "ACCOUNT DEBITED" TO WS-SJ-H-ACCOUNT
                   MOVE SPACES TO WS-SJ-H-CASH
                   MOVE "DR PURCH CR A/P" TO WS-SJ-H-AMOUNT
               WHEN 3
                   MOVE "receipts" TO WS-SJ-BOOK
                   MOVE "CASH RECEIPTS JOURNAL" TO WS-SJ-TITLE
                   MOVE "REFERENCE" TO WS-SJ-H-REF
                   MOVE "RECEIVED FROM" TO WS-SJ-H-NAME
                   MOVE "ACCOUNT CREDITED" TO WS-SJ-H-ACCOUNT
                   MOVE "CASH ACCOUNT" TO WS-SJ-H-CASH
                   MOVE "      DR CASH" TO WS-SJ-H-AMOUNT
               WHEN 4
                   MOVE "disbursements" TO WS-SJ-BOOK
                   MOVE "CASH DISBURSEMENTS JOURNAL" TO WS-SJ-TITLE
                   MOVE "CHEQUE NO" TO WS-SJ-H-REF
                   MOVE "PAYEE" TO WS-SJ-H-NAME
                   MOVE "ACCOUNT DEBITED" TO WS-SJ-H-ACCOUNT
                   MOVE "CASH ACCOUNT" TO WS-SJ-H-CASH
                   MOVE "      CR CASH" TO WS-SJ-H-AMOUNT
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> BOOKS-WRITE-ONE - 把第 WS-SJ-B 本账印到 WS-PRINT-PATH;
      *> WS-SJ-RC 非零 = 文件开不了; WS-SJ-OUT-OF-BAL 对账结果
      *> ---------------------------------------------------------
       BOOKS-WRITE-ONE.
           MOVE 0 TO WS-SJ-RC WS-SJ-OUT-OF-BAL
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               MOVE 4 TO WS-SJ-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SJ-PAGE WS-SJ-LINES WS-SJ-PAGE-TOTAL
                     WS-SJ-RUN-TOTAL WS-SJ-COUNT WS-SJ-ACCT-COUNT
           PERFORM BOOKS-PAGE-HEADER

           CALL "sj_begin" USING BY REFERENCE WS-SJ-BOOK
                                 BY REFERENCE WS-SJ-FROM
                                 BY REFERENCE WS-SJ-TO
                           RETURNING WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "sj_next"
                    USING BY REFERENCE WS-SJ-DATE
                          BY REFERENCE WS-SJ-REF
                          BY REFERENCE WS-SJ-NAME
                          BY REFERENCE WS-SJ-ACCOUNT
                          BY REFERENCE WS-SJ-CASH-ACCT
                          BY REFERENCE WS-SJ-AMOUNT
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM BOOKS-DETAIL-LINE
               END-IF
           END-PERFORM
           CALL "sj_end" RETURNING WS-RC

      *>   末页: 本页合计与全簿合计
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           COMPUTE WS-DISP-SJ-AMT = WS-SJ-PAGE-TOTAL / 100
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "PAGE TOTAL" TO WS-PRINT-LINE(1:20)
           MOVE WS-DISP-SJ-AMT TO WS-PRINT-LINE(102:15)
           WRITE WS-PRINT-LINE
           COMPUTE WS-DISP-SJ-AMT = WS-SJ-RUN-TOTAL / 100
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "JOURNAL TOTAL" TO WS-PRINT-LINE(1:20)
           MOVE WS-DISP-SJ-AMT TO WS-PRINT-LINE(102:15)
           WRITE WS-PRINT-LINE

           PERFORM BOOKS-ACCOUNT-TOTALS
           PERFORM BOOKS-RECONCILE
           CLOSE PRINT-FILE.

      *> ---------------------------------------------------------
      *> 页首: 标题/单位/期间/页码 + 栏目; 非首页再印承前页
      *> ---------------------------------------------------------
       BOOKS-PAGE-HEADER.
           ADD 1 TO WS-SJ-PAGE
           MOVE WS-SJ-PAGE TO WS-SJ-PAGE-DISP
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-SJ-TITLE "  " WS-CONFIG-BIZ-NAME(1:40)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           MOVE "PAGE" TO WS-PRINT-LINE(121:4)
           MOVE WS-SJ-PAGE-DISP TO WS-PRINT-LINE(126:4)
           IF WS-SJ-PAGE = 1
               WRITE WS-PRINT-LINE
           ELSE
               WRITE WS-PRINT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PERIOD " FUNCTION TRIM(WS-SJ-FROM) " TO "
                  FUNCTION TRIM(WS-SJ-TO)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "DATE" TO WS-PRINT-LINE(1:10)
           MOVE WS-SJ-H-REF TO WS-PRINT-LINE(12:12)
           MOVE WS-SJ-H-NAME TO WS-PRINT-LINE(25:30)
           MOVE WS-SJ-H-ACCOUNT TO WS-PRINT-LINE(56:24)
           MOVE WS-SJ-H-CASH TO WS-PRINT-LINE(81:20)
           MOVE WS-SJ-H-AMOUNT TO WS-PRINT-LINE(102:15)
           WRITE WS-PRINT-LINE
           MOVE ALL "-" TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           IF WS-SJ-PAGE > 1
               COMPUTE WS-DISP-SJ-AMT = WS-SJ-RUN-TOTAL / 100
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "BROUGHT FORWARD" TO WS-PRINT-LINE(1:20)
               MOVE WS-DISP-SJ-AMT TO WS-PRINT-LINE(102:15)
               WRITE WS-PRINT-LINE
           END-IF
           MOVE 0 TO WS-SJ-LINES WS-SJ-PAGE-TOTAL.

      *> ---------------------------------------------------------
      *> 一笔明细; 页满先出本页合计与过次页
      *> ---------------------------------------------------------
       BOOKS-DETAIL-LINE.
           IF WS-SJ-LINES >= WS-SJ-PAGE-SIZE
               COMPUTE WS-DISP-SJ-AMT = WS-SJ-PAGE-TOTAL / 100
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "PAGE TOTAL" TO WS-PRINT-LINE(1:20)
               MOVE WS-DISP-SJ-AMT TO WS-PRINT-LINE(102:15)
               WRITE WS-PRINT-LINE
               COMPUTE WS-DISP-SJ-AMT = WS-SJ-RUN-TOTAL / 100
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "CARRIED FORWARD" TO WS-PRINT-LINE(1:20)
               MOVE WS-DISP-SJ-AMT TO WS-PRINT-LINE(102:15)
               WRITE WS-PRINT-LINE
               PERFORM BOOKS-PAGE-HEADER
           END-IF
           COMPUTE WS-DISP-SJ-AMT = WS-SJ-AMOUNT / 100
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-SJ-DATE(1:10) TO WS-PRINT-LINE(1:10)
           MOVE WS-SJ-REF(1:12) TO WS-PRINT-LINE(12:12)
           MOVE WS-SJ-NAME(1:30) TO WS-PRINT-LINE(25:30)
           MOVE WS-SJ-ACCOUNT(1:24) TO WS-PRINT-LINE(56:24)
           MOVE WS-SJ-CASH-ACCT(1:20) TO WS-PRINT-LINE(81:20)
           MOVE WS-DISP-SJ-AMT TO WS-PRINT-LINE(102:15)
           WRITE WS-PRINT-LINE
           ADD 1 TO WS-SJ-LINES WS-SJ-COUNT
           ADD WS-SJ-AMOUNT TO WS-SJ-PAGE-TOTAL WS-SJ-RUN-TOTAL

      *>   按对方科目累计栏合计
           MOVE 0 TO WS-SJ-ACCT-MATCH
           PERFORM VARYING WS-SJ-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-SJ-ACCT-IDX > WS-SJ-ACCT-COUNT
               IF WS-SJ-ACCT-NAME(WS-SJ-ACCT-IDX) = WS-SJ-ACCOUNT
                   MOVE WS-SJ-ACCT-IDX TO WS-SJ-ACCT-MATCH
               END-IF
           END-PERFORM
           IF WS-SJ-ACCT-MATCH = 0 AND WS-SJ-ACCT-COUNT < 60
               ADD 1 TO WS-SJ-ACCT-COUNT
               MOVE WS-SJ-ACCT-COUNT TO WS-SJ-ACCT-MATCH
               MOVE WS-SJ-ACCOUNT
                    TO WS-SJ-ACCT-NAME(WS-SJ-ACCT-MATCH)
               MOVE 0 TO WS-SJ-ACCT-TOTAL(WS-SJ-ACCT-MATCH)
           END-IF
           IF WS-SJ-ACCT-MATCH > 0
               ADD WS-SJ-AMOUNT TO WS-SJ-ACCT-TOTAL(WS-SJ-ACCT-MATCH)
           END-IF.

      *> ---------------------------------------------------------
       BOOKS-ACCOUNT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "COLUMN TOTALS BY " WS-SJ-H-ACCOUNT
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           PERFORM VARYING WS-SJ-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-SJ-ACCT-IDX > WS-SJ-ACCT-COUNT
               COMPUTE WS-DISP-SJ-AMT =
                       WS-SJ-ACCT-TOTAL(WS-SJ-ACCT-IDX) / 100
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-SJ-ACCT-NAME(WS-SJ-ACCT-IDX)(1:40)
                    TO WS-PRINT-LINE(3:40)
               MOVE WS-DISP-SJ-AMT TO WS-PRINT-LINE(102:15)
               WRITE WS-PRINT-LINE
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 对账行: 全簿合计 vs 同期试算表中控制科目 (应收/应付/
      *> 现金) 的对应方发生额, 差额为零才算对上
      *> ---------------------------------------------------------
       BOOKS-RECONCILE.
           MOVE 0 TO WS-SJ-TB-AMOUNT
           MOVE SPACES TO WS-SJ-CONTROL
           CALL "sj_tb_control"
                USING BY REFERENCE WS-SJ-BOOK
                      BY REFERENCE WS-SJ-FROM
                      BY REFERENCE WS-SJ-TO
                      BY REFERENCE WS-SJ-CONTROL
                      BY REFERENCE WS-SJ-TB-AMOUNT
                RETURNING WS-SJ-RC
           COMPUTE WS-SJ-DIFF = WS-SJ-RUN-TOTAL - WS-SJ-TB-AMOUNT
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           COMPUTE WS-DISP-SJ-AMT = WS-SJ-TB-AMOUNT / 100
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RECONCILIATION  trial balance, "
                  FUNCTION TRIM(WS-SJ-CONTROL) " for the period"
                  DELIMITED SIZE INTO WS-PRINT-LINE
           MOVE WS-DISP-SJ-AMT TO WS-PRINT-LINE(102:15)
           WRITE WS-PRINT-LINE
           COMPUTE WS-DISP-SJ-AMT = WS-SJ-DIFF / 100
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-SJ-RC NOT = 0 OR WS-SJ-DIFF NOT = 0
               MOVE 1 TO WS-SJ-OUT-OF-BAL
               MOVE "                DIFFERENCE - OUT OF BALANCE"
                    TO WS-PRINT-LINE
           ELSE
               MOVE "                DIFFERENCE - RECONCILED"
                    TO WS-PRINT-LINE
           END-IF
           MOVE WS-DISP-SJ-AMT TO WS-PRINT-LINE(102:15)
           WRITE WS-PRINT-LINE
           MOVE 0 TO WS-SJ-RC.

      *> ============================================================
      *> REPORT: statement - 单账户月度对账单 (带逐笔滚动余额)
      *> 期初余额 + 按日期排序的每笔进出 + 期末余额, 转账进出
      *> 单独标记 - 与银行寄来的对账单同一版式, 并排核对即可
      *> ============================================================
       REPORT-STATEMENT.
           IF WS-ARG-ACCOUNT = SPACES OR WS-ARG-MONTH = SPACES
               DISPLAY "Error: --account and --month are required"
               DISPLAY "Usage: ledger report statement --account "
                       "<name> --month YYYY-MM"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   期初 = 上个月最后一天的账户余额
           MOVE WS-ARG-MONTH TO WS-ARG-MONTH-SAVE
           PERFORM CALC-PREV-MONTH
           MOVE WS-STM-PREV-MONTH TO WS-ARG-MONTH
           PERFORM CALC-MONTH-END-DATE
           MOVE WS-ARG-MONTH-SAVE TO WS-ARG-MONTH

           CALL "account_balance_as_of"
                USING BY REFERENCE WS-ARG-ACCOUNT
                      BY REFERENCE WS-MONTH-END-DATE
                      BY REFERENCE WS-STM-OPENING
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Unknown account '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DISP-STM-OPEN = WS-STM-OPENING / 100
           DISPLAY " "
           DISPLAY "Statement for '" FUNCTION TRIM(WS-ARG-ACCOUNT)
                   "', month " FUNCTION TRIM(WS-ARG-MONTH)
           DISPLAY " "
           DISPLAY "Opening balance: " WS-DISP-STM-OPEN
           DISPLAY " "
           DISPLAY "DATE        TYPE       CATEGORY          "
                   "AMOUNT       BALANCE      NOTE"

           MOVE WS-STM-OPENING TO WS-STM-RUNNING
           CALL "acct_stmt_begin"
                USING BY REFERENCE WS-ARG-ACCOUNT
                      BY REFERENCE WS-ARG-MONTH
                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "acct_stmt_next"
                    USING BY REFERENCE WS-LIST-DATE
                          BY REFERENCE WS-LIST-TYPE
                          BY REFERENCE WS-LIST-CATEGORY
                          BY REFERENCE WS-STM-DELTA
                          BY REFERENCE WS-LIST-NOTE
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM STATEMENT-ONE-ROW
               END-IF
           END-PERFORM
           CALL "acct_stmt_end" RETURNING WS-RC

           COMPUTE WS-DISP-STM-RUN = WS-STM-RUNNING / 100
           DISPLAY " "
           DISPLAY "Closing balance: " WS-DISP-STM-RUN.

      *> ---------------------------------------------------------
      *> 对账单中的一行: 金额带符号滚动累加, 转账标 <-/->
      *> ---------------------------------------------------------
       STATEMENT-ONE-ROW.
           ADD WS-STM-DELTA TO WS-STM-RUNNING
           MOVE SPACES TO WS-STM-MARK
           IF FUNCTION TRIM(WS-LIST-TYPE) = "TRANSFER"
               IF WS-STM-DELTA >= 0
                   MOVE "<-" TO WS-STM-MARK
               ELSE
                   MOVE "->" TO WS-STM-MARK
               END-IF
           END-IF
           COMPUTE WS-DISP-STM-DELTA = WS-STM-DELTA / 100
           COMPUTE WS-DISP-STM-RUN = WS-STM-RUNNING / 100
           DISPLAY FUNCTION TRIM(WS-LIST-DATE) "  "
                   FUNCTION TRIM(WS-LIST-TYPE) " " WS-STM-MARK "  "
                   FUNCTION TRIM(WS-LIST-CATEGORY) "  "
                   WS-DISP-STM-DELTA "  " WS-DISP-STM-RUN "  "
                   FUNCTION TRIM(WS-LIST-NOTE).

      *> ---------------------------------------------------------
      *> 由 WS-ARG-MONTH (YYYY-MM) 算出上一个月 YYYY-MM
      *> ---------------------------------------------------------
       CALC-PREV-MONTH.
           MOVE WS-ARG-MONTH(1:4) TO WS-ME-YEAR
           MOVE WS-ARG-MONTH(6:2) TO WS-ME-MONTH
           IF WS-ME-MONTH = 1
               SUBTRACT 1 FROM WS-ME-YEAR
               MOVE 12 TO WS-ME-MONTH
           ELSE
               SUBTRACT 1 FROM WS-ME-MONTH
           END-IF
           MOVE SPACES TO WS-STM-PREV-MONTH
           STRING WS-ME-YEAR "-" WS-ME-MONTH
                  DELIMITED SIZE INTO WS-STM-PREV-MONTH.

      *> ============================================================
      *> REPORT: matrix - 全年 "类别 x 月份" 交叉矩阵
      *> 行 = 类别, 列 = 1..12 月, 行末行合计, 最后一行列合计;
      *> 预算讨论要的网格一条命令打齐 ('export report --year'
      *> 走同一数据出 CSV)
      *> ============================================================
       REPORT-MATRIX.
           IF WS-ARG-YEAR = SPACES
               DISPLAY "Error: --year is required"
               DISPLAY "Usage: ledger report matrix --year YYYY "
                       "[--format svg|html]"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   先把游标结果收进 类别x月份 工作表
           PERFORM MATRIX-LOAD

      *>   --real: 各月格子先按该月指数折成基期不变价
           IF WS-ARG-REAL NOT = SPACES
               PERFORM CPI-LOAD-BASE
               IF WS-RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM MATRIX-RESTATE
           END-IF

           DISPLAY " "
           IF WS-ARG-REAL NOT = SPACES
               DISPLAY "Category by month, year "
                       FUNCTION TRIM(WS-ARG-YEAR) ", in "
                       FUNCTION TRIM(WS-CPI-BASE-MONTH) " prices"
           ELSE
               DISPLAY "Category by month, year "
                       FUNCTION TRIM(WS-ARG-YEAR)
           END-IF
           DISPLAY " "
           DISPLAY "CATEGORY             JAN       FEB       MAR"
                   "       APR       MAY       JUN       JUL"
                   "       AUG       SEP       OCT       NOV"
                   "       DEC     TOTAL"

           MOVE 0 TO WS-MX-GRAND
           PERFORM VARYING WS-MX-IDX FROM 1 BY 1
                   UNTIL WS-MX-IDX > WS-MX-COUNT
               PERFORM MATRIX-PRINT-ROW
           END-PERFORM

      *>   列合计行
           MOVE SPACES TO WS-MX-LINE
           MOVE "TOTAL" TO WS-MX-LINE(1:20)
           MOVE 21 TO WS-MX-PTR
           PERFORM VARYING WS-MX-M FROM 1 BY 1
                   UNTIL WS-MX-M > 12
               COMPUTE WS-MX-CELL-DISP =
                       WS-MX-COL-TOTAL(WS-MX-M) / 100
               STRING WS-MX-CELL-DISP DELIMITED SIZE
                      INTO WS-MX-LINE WITH POINTER WS-MX-PTR
           END-PERFORM
           COMPUTE WS-MX-CELL-DISP = WS-MX-GRAND / 100
           STRING WS-MX-CELL-DISP DELIMITED SIZE
                  INTO WS-MX-LINE WITH POINTER WS-MX-PTR
           DISPLAY " "
           DISPLAY WS-MX-LINE

           IF WS-ARG-REAL NOT = SPACES
               PERFORM MATRIX-REAL-SUMMARY
               PERFORM CPI-MISSING-NOTE
           END-IF

      *>   --format svg|html: 支出类别按月堆叠柱
           PERFORM CHART-FORMAT-CHECK
           IF WS-CHT-ON = 1
               PERFORM MATRIX-CHART
               PERFORM CHART-REPORT-OUT
           END-IF.

      *> ---------------------------------------------------------
      *> 矩阵游标 (WS-ARG-YEAR) 收进 类别x月份 工作表
      *> ---------------------------------------------------------
       MATRIX-LOAD.
           MOVE 0 TO WS-MX-COUNT
           INITIALIZE WS-MX-COLS
           CALL "rpt_matrix_begin" USING BY REFERENCE WS-ARG-YEAR
                                   RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "rpt_matrix_next"
                    USING BY REFERENCE WS-RPT-CAT
                          BY REFERENCE WS-RPT-TYPE
                          BY REFERENCE WS-MX-MONTH
                          BY REFERENCE WS-MX-TOTAL
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM MATRIX-STORE-CELL
               END-IF
           END-PERFORM
           CALL "rpt_matrix_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> 矩阵 -> 堆叠柱数据: 全年支出最大的 7 个类别各成一条,
      *> 其余支出类别并作 (other); 收入类别不入堆叠
      *> ---------------------------------------------------------
       MATRIX-CHART.
           PERFORM CHART-RESET
           MOVE "stack" TO WS-CHT-KIND
           MOVE "matrix" TO WS-CHT-NAME
           MOVE "Month" TO WS-CHT-XTITLE
           STRING "Expenses by category, "
                  FUNCTION TRIM(WS-ARG-YEAR)
                  DELIMITED SIZE INTO WS-CHT-TITLE
           MOVE 12 TO WS-CHT-X-COUNT
           PERFORM VARYING WS-CHT-X FROM 1 BY 1 UNTIL WS-CHT-X > 12
               MOVE WS-CHT-MONTHS((WS-CHT-X - 1) * 3 + 1:3)
                    TO WS-CHT-XLAB(WS-CHT-X)
           END-PERFORM
           INITIALIZE WS-CHT-PICK-TABLE
           PERFORM VARYING WS-CHT-ROUND FROM 1 BY 1
                   UNTIL WS-CHT-ROUND > 7
               MOVE 0 TO WS-CHT-BEST
               PERFORM VARYING WS-MX-IDX FROM 1 BY 1
                       UNTIL WS-MX-IDX > WS-MX-COUNT
                   IF FUNCTION TRIM(WS-MX-TYPE(WS-MX-IDX)) = "EXPENSE"
                           AND WS-CHT-PICK(WS-MX-IDX) = 0
                           AND WS-MX-ROW-TOTAL(WS-MX-IDX) > 0
                       IF WS-CHT-BEST = 0
                           MOVE WS-MX-IDX TO WS-CHT-BEST
                       ELSE
                           IF WS-MX-ROW-TOTAL(WS-MX-IDX) >
                                   WS-MX-ROW-TOTAL(WS-CHT-BEST)
                               MOVE WS-MX-IDX TO WS-CHT-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CHT-BEST > 0
                   MOVE 1 TO WS-CHT-PICK(WS-CHT-BEST)
                   ADD 1 TO WS-CHT-S-COUNT
                   MOVE WS-MX-CAT(WS-CHT-BEST)
                        TO WS-CHT-S-NAME(WS-CHT-S-COUNT)
                   PERFORM VARYING WS-MX-M FROM 1 BY 1
                           UNTIL WS-MX-M > 12
                       MOVE WS-MX-CELL(WS-CHT-BEST, WS-MX-M)
                            TO WS-CHT-VAL(WS-CHT-S-COUNT, WS-MX-M)
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CHT-BEST
           PERFORM VARYING WS-MX-IDX FROM 1 BY 1
                   UNTIL WS-MX-IDX > WS-MX-COUNT
               IF FUNCTION TRIM(WS-MX-TYPE(WS-MX-IDX)) = "EXPENSE"
                       AND WS-CHT-PICK(WS-MX-IDX) = 0
                       AND WS-MX-ROW-TOTAL(WS-MX-IDX) > 0
                   IF WS-CHT-BEST = 0
                       MOVE 1 TO WS-CHT-BEST
                       ADD 1 TO WS-CHT-S-COUNT
                       MOVE "(other)" TO WS-CHT-S-NAME(WS-CHT-S-COUNT)
                   END-IF
                   PERFORM VARYING WS-MX-M FROM 1 BY 1
                           UNTIL WS-MX-M > 12
                       ADD WS-MX-CELL(WS-MX-IDX, WS-MX-M)
                           TO WS-CHT-VAL(WS-CHT-S-COUNT, WS-MX-M)
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
      *> MATRIX-RESTATE - 逐月取指数把整列折成不变价; 名义行合计
      *> 先存一份供汇总段对照, 行合计改按折后的格子重加
      *> ---------------------------------------------------------
       MATRIX-RESTATE.
           PERFORM VARYING WS-MX-IDX FROM 1 BY 1
                   UNTIL WS-MX-IDX > WS-MX-COUNT
               MOVE WS-MX-ROW-TOTAL(WS-MX-IDX)
                    TO WS-CPI-MX-NOM(WS-MX-IDX)
               MOVE 0 TO WS-MX-ROW-TOTAL(WS-MX-IDX)
           END-PERFORM
           PERFORM VARYING WS-MX-M FROM 1 BY 1
                   UNTIL WS-MX-M > 12
               MOVE WS-MX-M TO WS-CPI-M
               MOVE SPACES TO WS-CPI-MONTH
               STRING WS-ARG-YEAR(1:4) "-" WS-CPI-M
                      DELIMITED SIZE INTO WS-CPI-MONTH
               MOVE 0 TO WS-CPI-NOMINAL
               PERFORM CPI-DEFLATE
               MOVE WS-CPI-HAVE TO WS-CPI-MX-HAVE(WS-MX-M)
               PERFORM VARYING WS-MX-IDX FROM 1 BY 1
                       UNTIL WS-MX-IDX > WS-MX-COUNT
                   IF WS-CPI-HAVE = 1
                       COMPUTE WS-MX-CELL(WS-MX-IDX, WS-MX-M)
                               ROUNDED =
                               WS-MX-CELL(WS-MX-IDX, WS-MX-M)
                               * WS-CPI-BASE-INDEX / WS-CPI-INDEX
                   END-IF
                   ADD WS-MX-CELL(WS-MX-IDX, WS-MX-M)
                       TO WS-MX-ROW-TOTAL(WS-MX-IDX)
               END-PERFORM
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 不变价汇总: 每个类别的名义全年 / 实际全年 / 年内实际
      *> 增长 (首个到末个有指数且有发生额的月份相比)
      *> ---------------------------------------------------------
       MATRIX-REAL-SUMMARY.
           DISPLAY " "
           DISPLAY "CATEGORY                      NOMINAL"
                   "              REAL   REAL GROWTH%"
           PERFORM VARYING WS-MX-IDX FROM 1 BY 1
                   UNTIL WS-MX-IDX > WS-MX-COUNT
               MOVE 0 TO WS-CPI-MX-FIRST WS-CPI-MX-LAST
               PERFORM VARYING WS-MX-M FROM 1 BY 1
                       UNTIL WS-MX-M > 12
                   IF WS-CPI-MX-HAVE(WS-MX-M) = 1
                           AND WS-MX-CELL(WS-MX-IDX, WS-MX-M) NOT = 0
                       IF WS-CPI-MX-FIRST = 0
                           MOVE WS-MX-M TO WS-CPI-MX-FIRST
                       END-IF
                       MOVE WS-MX-M TO WS-CPI-MX-LAST
                   END-IF
               END-PERFORM
               COMPUTE WS-DISP-CPI-NOM =
                       WS-CPI-MX-NOM(WS-MX-IDX) / 100
               COMPUTE WS-DISP-CPI-REAL =
                       WS-MX-ROW-TOTAL(WS-MX-IDX) / 100
               IF WS-CPI-MX-FIRST > 0
                       AND WS-CPI-MX-LAST > WS-CPI-MX-FIRST
                   MOVE WS-MX-CELL(WS-MX-IDX, WS-CPI-MX-FIRST)
                        TO WS-CPI-FIRST-REAL
                   MOVE WS-MX-CELL(WS-MX-IDX, WS-CPI-MX-LAST)
                        TO WS-CPI-REAL
                   PERFORM CPI-GROWTH
                   DISPLAY WS-MX-CAT(WS-MX-IDX)(1:20) "  "
                           WS-DISP-CPI-NOM "  " WS-DISP-CPI-REAL
                           "   " WS-DISP-CPI-PCT "%"
               ELSE
                   DISPLAY WS-MX-CAT(WS-MX-IDX)(1:20) "  "
                           WS-DISP-CPI-NOM "  " WS-DISP-CPI-REAL
                           "         n/a"
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 把一条 (类别, 类型, 月, 金额) 记入工作表;
      *> 支出按正数累计, 收入行同样占一行 (类型并列显示)
      *> ---------------------------------------------------------
       MATRIX-STORE-CELL.
           IF WS-MX-MONTH < 1 OR WS-MX-MONTH > 12
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MX-MATCH
           PERFORM VARYING WS-MX-IDX FROM 1 BY 1
                   UNTIL WS-MX-IDX > WS-MX-COUNT
               IF WS-MX-CAT(WS-MX-IDX) = WS-RPT-CAT
                       AND WS-MX-TYPE(WS-MX-IDX) = WS-RPT-TYPE
                   MOVE WS-MX-IDX TO WS-MX-MATCH
               END-IF
           END-PERFORM
           IF WS-MX-MATCH = 0
               IF WS-MX-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MX-COUNT
               MOVE WS-MX-COUNT TO WS-MX-MATCH
               MOVE WS-RPT-CAT TO WS-MX-CAT(WS-MX-MATCH)
               MOVE WS-RPT-TYPE TO WS-MX-TYPE(WS-MX-MATCH)
               PERFORM VARYING WS-MX-M FROM 1 BY 1
                       UNTIL WS-MX-M > 12
                   MOVE 0 TO WS-MX-CELL(WS-MX-MATCH, WS-MX-M)
               END-PERFORM
               MOVE 0 TO WS-MX-ROW-TOTAL(WS-MX-MATCH)
           END-IF
           ADD WS-MX-TOTAL
               TO WS-MX-CELL(WS-MX-MATCH, WS-MX-MONTH)
           ADD WS-MX-TOTAL TO WS-MX-ROW-TOTAL(WS-MX-MATCH).

      *> ---------------------------------------------------------
      *> 打印矩阵中的一行并把各格累进列合计
      *> ---------------------------------------------------------
       MATRIX-PRINT-ROW.
           MOVE SPACES TO WS-MX-LINE
           MOVE WS-MX-CAT(WS-MX-IDX)(1:20) TO WS-MX-LINE(1:20)
           MOVE 21 TO WS-MX-PTR
           PERFORM VARYING WS-MX-M FROM 1 BY 1
                   UNTIL WS-MX-M > 12
               COMPUTE WS-MX-CELL-DISP =
                       WS-MX-CELL(WS-MX-IDX, WS-MX-M) / 100
               STRING WS-MX-CELL-DISP DELIMITED SIZE
                      INTO WS-MX-LINE WITH POINTER WS-MX-PTR
               ADD WS-MX-CELL(WS-MX-IDX, WS-MX-M)
                   TO WS-MX-COL-TOTAL(WS-MX-M)
           END-PERFORM
           COMPUTE WS-MX-CELL-DISP =
                   WS-MX-ROW-TOTAL(WS-MX-IDX) / 100
           STRING WS-MX-CELL-DISP DELIMITED SIZE
                  INTO WS-MX-LINE WITH POINTER WS-MX-PTR
           ADD WS-MX-ROW-TOTAL(WS-MX-IDX) TO WS-MX-GRAND
           DISPLAY WS-MX-LINE.

      *> ============================================================
      *> CMD: budget - 预算主档维护 (set)
      *> ============================================================
       CMD-BUDGET.
           EVALUATE WS-SUBCOMMAND
               WHEN "set"
                   PERFORM BUDGET-SET
               WHEN "cap"
                   PERFORM BUDGET-CAP
               WHEN OTHER
                   DISPLAY "Error: budget requires a subcommand"
                   DISPLAY "Usage: ledger budget set --category "
                           "<cat> --month YYYY-MM --amount N"
                   DISPLAY "       ledger budget cap --category "
                           "<cat> --month YYYY-MM --amount N"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       BUDGET-SET.
           IF WS-ARG-CATEGORY = SPACES OR WS-ARG-MONTH = SPACES
              OR WS-ARG-AMOUNT = SPACES
               DISPLAY "Error: --category, --month and --amount "
                       "are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "budget" TO WS-MCL-ENTITY
           MOVE WS-ARG-CATEGORY TO WS-MCL-KEY
           MOVE WS-ARG-MONTH TO WS-MCL-KEY2
           MOVE "amount" TO WS-MCL-FIELD
           MOVE WS-ARG-AMOUNT TO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-BEFORE

           CALL "budget_set" USING BY REFERENCE WS-ARG-CATEGORY
                                    BY REFERENCE WS-ARG-MONTH
                                    BY VALUE WS-AMOUNT-CENTS
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to set budget"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Budget set for '" FUNCTION TRIM(WS-ARG-CATEGORY)
                   "' in " FUNCTION TRIM(WS-ARG-MONTH)
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
      *> BUDGET-CAP - 给类别预算挂硬上限: 会把当月实际支出顶破
      *> 上限的入账, 入账闸门当场拦下, 带 --force 才放行
      *> (上限为 0 表示取消)
      *> ---------------------------------------------------------
       BUDGET-CAP.
           IF WS-ARG-CATEGORY = SPACES OR WS-ARG-MONTH = SPACES
              OR WS-ARG-AMOUNT = SPACES
               DISPLAY "Error: --category, --month and --amount "
                       "are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUDGET-CAP-POST.

      *> ---------------------------------------------------------
      *> 硬上限属敏感主档: 登记了角色的账本上先挂起待复核,
      *> 批准时 MASTER-APPLY 直接重放这一段
      *> ---------------------------------------------------------
       BUDGET-CAP-POST.
           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100
           MOVE "budget" TO WS-MCL-ENTITY
           MOVE WS-ARG-CATEGORY TO WS-MCL-KEY
           MOVE WS-ARG-MONTH TO WS-MCL-KEY2
           MOVE "cap" TO WS-MCL-FIELD
           MOVE WS-ARG-AMOUNT TO WS-MCL-AFTER
           MOVE WS-AMOUNT-CENTS TO WS-MCL-NUM1
           MOVE 0 TO WS-MCL-NUM2
           PERFORM MASTER-CHANGE-GATE
           IF WS-RETURN-CODE NOT = 0 OR WS-MCL-HELD = 1
               EXIT PARAGRAPH
           END-IF

           CALL "budget_set_cap" USING BY REFERENCE WS-ARG-CATEGORY
                                       BY REFERENCE WS-ARG-MONTH
                                       BY VALUE WS-AMOUNT-CENTS
                                 RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to set budget cap"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Hard cap set for '"
                   FUNCTION TRIM(WS-ARG-CATEGORY)
                   "' in " FUNCTION TRIM(WS-ARG-MONTH)
           PERFORM MASTER-CHANGE-LOG.

      *> ============================================================
      *> CMD: import - 导入银行对账单 CSV，标记可能重复的候选项
      *> ============================================================
       CMD-IMPORT.
           IF WS-SUBCOMMAND = "qif"
               PERFORM IMPORT-QIF
               EXIT PARAGRAPH
           END-IF
           IF WS-SUBCOMMAND = "ack"
               PERFORM IMPORT-GL-ACK
               EXIT PARAGRAPH
           END-IF
           IF WS-SUBCOMMAND NOT = "bank"
               DISPLAY "Error: import requires subcommand 'bank', "
                       "'qif' or 'ack'"
               DISPLAY "Usage: ledger import bank --file "
                       "<statement.csv> --account <name>"
               DISPLAY "       ledger import qif --file "
                       "<history.qif>"
               DISPLAY "       ledger import ack --file "
                       "<gl acknowledgment file>"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-FILE = SPACES OR WS-ARG-ACCOUNT = SPACES
               DISPLAY "Error: --file and --account are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   每行读入候选交易, 按 日期+金额 与既有记录做近似匹配,
      *>   并对每行先套用自动分类规则 (命中/落空数由计数器带回)
      *>   import_bank_csv 在外部实现中完成匹配标记与落库
           MOVE "import" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           CALL "import_bank_csv" USING BY REFERENCE WS-ARG-FILE
                                         BY REFERENCE WS-ARG-ACCOUNT
                                         BY REFERENCE WS-IMPORT-TOTAL
                                         BY REFERENCE WS-IMPORT-MATCHED
                                         BY REFERENCE WS-IMPORT-AUTOCAT
                                         BY REFERENCE WS-IMPORT-NOMATCH
                                  RETURNING WS-RC
      *>   规则与既有记录都认不出的行改挂暂记户 (同一运行号下,
      *>   backout 这次导入时一并撤掉), 每项记下来源文件与行号
           MOVE 0 TO WS-SUS-COUNT WS-SUS-TOTAL WS-SUS-PARK-RC
           IF WS-RC = 0 AND WS-SUS-CFG-ACCOUNT NOT = SPACES
               CALL "suspense_park_run"
                    USING BY VALUE WS-RUN-ID
                          BY REFERENCE WS-ARG-FILE
                          BY REFERENCE WS-SUS-CFG-ACCOUNT
                          BY REFERENCE WS-SUS-COUNT
                          BY REFERENCE WS-SUS-TOTAL
                    RETURNING WS-SUS-PARK-RC
           END-IF
           CALL "run_end" RETURNING WS-RC-SAVE
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to import bank statement"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IMPORT-TOTAL TO WS-IMPORT-TOTAL-DISP
           MOVE WS-IMPORT-MATCHED TO WS-IMPORT-MATCHED-DISP
           MOVE WS-RUN-ID TO WS-RUN-ID-DISP
           DISPLAY "Imported " FUNCTION TRIM(WS-IMPORT-TOTAL-DISP)
                   " row(s), " FUNCTION TRIM(WS-IMPORT-MATCHED-DISP)
                   " flagged as likely duplicate(s) of existing "
                   "entries (run " FUNCTION TRIM(WS-RUN-ID-DISP) ")"
           MOVE WS-IMPORT-AUTOCAT TO WS-IMPORT-AUTOCAT-DISP
           MOVE WS-IMPORT-NOMATCH TO WS-IMPORT-NOMATCH-DISP
           DISPLAY "Rules: " FUNCTION TRIM(WS-IMPORT-AUTOCAT-DISP)
                   " row(s) auto-categorized, "
                   FUNCTION TRIM(WS-IMPORT-NOMATCH-DISP)
                   " unmatched"
           IF WS-SUS-COUNT > 0
               MOVE WS-SUS-COUNT TO WS-SUS-COUNT-DISP
               COMPUTE WS-DISP-SUS-TOTAL = WS-SUS-TOTAL / 100
               DISPLAY FUNCTION TRIM(WS-SUS-COUNT-DISP)
                       " unidentified row(s) parked in '"
                       FUNCTION TRIM(WS-SUS-CFG-ACCOUNT) "' ("
                       FUNCTION TRIM(WS-DISP-SUS-TOTAL)
                       ") - see 'ledger suspense list'"
           END-IF
           IF WS-SUS-PARK-RC NOT = 0
               DISPLAY "Warning: unmatched rows not parked to suspense"
               MOVE 1 TO WS-RETURN-CODE
           END-IF

           MOVE "bank" TO WS-ICL-INTERFACE
           MOVE "in" TO WS-ICL-DIRECTION
           MOVE WS-ARG-FILE TO WS-ICL-FILE
           MOVE WS-IMPORT-TOTAL TO WS-ICL-ACCEPTED
           MOVE WS-RUN-ID TO WS-ICL-RUN-ID
           PERFORM ICL-RECORD

      *>   卡对账单导入的行同样累积/冲回积分
           PERFORM POINTS-EARN-RUN

      *>   导入收尾顺手核对定期扣款: 本期对账单窗口里到期的
      *>   周期规则有没有漏扣/变价 (窗口由这次导入的流水界定)
           PERFORM RECUR-VERIFY-PASS.

      *> ============================================================
      *> IMPORT-QIF - 整本历史迁移: 读 QIF/Quicken 风格的历史文件
      *> 后端 (import_qif) 逐账户段处理: 账户经 account_add 建档,
      *> 类别对照类别主档, 转账两腿像 tx_transfer 一样成对关联,
      *> 拆分行 (S 行) 原样保留; 校验不过的行连同原因写入
      *> <file>.rej (与 CMD-PAYROLL 的拒绝行同一口径).
      *> 整次导入在一个运行号下, 搞砸了 'run backout' 一次撤掉
      *> ============================================================
       IMPORT-QIF.
           IF WS-ARG-FILE = SPACES
               DISPLAY "Error: --file is required"
               DISPLAY "Usage: ledger import qif --file "
                       "<history.qif>"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REJ-PATH
           STRING FUNCTION TRIM(WS-ARG-FILE) ".rej"
                  DELIMITED SIZE INTO WS-REJ-PATH

           MOVE "qif" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           CALL "import_qif" USING BY REFERENCE WS-ARG-FILE
                                   BY REFERENCE WS-REJ-PATH
                                   BY REFERENCE WS-IMPORT-TOTAL
                                   BY REFERENCE WS-QIF-ACCTS
                                   BY REFERENCE WS-QIF-XFERS
                                   BY REFERENCE WS-QIF-SPLITS
                                   BY REFERENCE WS-QIF-REJECTED
                             RETURNING WS-RC
           CALL "run_end" RETURNING WS-RC-SAVE
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to import QIF file"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IMPORT-TOTAL TO WS-IMPORT-TOTAL-DISP
           MOVE WS-QIF-ACCTS TO WS-QIF-ACCTS-DISP
           MOVE WS-QIF-XFERS TO WS-QIF-XFERS-DISP
           MOVE WS-QIF-SPLITS TO WS-QIF-SPLITS-DISP
           MOVE WS-QIF-REJECTED TO WS-QIF-REJECTED-DISP
           MOVE WS-RUN-ID TO WS-RUN-ID-DISP
           DISPLAY "Imported " FUNCTION TRIM(WS-IMPORT-TOTAL-DISP)
                   " transaction(s) (run "
                   FUNCTION TRIM(WS-RUN-ID-DISP) ")"
           DISPLAY FUNCTION TRIM(WS-QIF-ACCTS-DISP)
                   " account(s) created, "
                   FUNCTION TRIM(WS-QIF-XFERS-DISP)
                   " transfer pair(s) linked, "
                   FUNCTION TRIM(WS-QIF-SPLITS-DISP)
                   " split(s) preserved"
           IF WS-QIF-REJECTED > 0
               DISPLAY FUNCTION TRIM(WS-QIF-REJECTED-DISP)
                       " row(s) rejected with reasons - see "
                       FUNCTION TRIM(WS-REJ-PATH)
               MOVE 1 TO WS-RETURN-CODE
           END-IF

           MOVE "qif" TO WS-ICL-INTERFACE
           MOVE "in" TO WS-ICL-DIRECTION
           MOVE WS-ARG-FILE TO WS-ICL-FILE
           MOVE WS-IMPORT-TOTAL TO WS-ICL-ACCEPTED
           MOVE WS-QIF-REJECTED TO WS-ICL-REJECTED
           MOVE WS-RUN-ID TO WS-ICL-RUN-ID
           PERFORM ICL-RECORD.

      *> ============================================================
      *> IMPORT-GL-ACK - 处理会计师事务所系统发回的 GL 交换回执
      *> 行格式: A,<seq>,ACCEPTED|REJECTED (整批裁决) /
      *> R,<seq>,<line no>,<reason> (被拒明细行附原因).
      *> 发送登记 (gl_log_send) 上相应批次标成 accepted/rejected;
      *> 处理完对每个被拒批次按 gl_next_seq 的下一个流水号
      *> 重生成只含被拒明细的更正文件 - 回执从此不再用肉眼读
      *> ============================================================
       IMPORT-GL-ACK.
           IF WS-ARG-FILE = SPACES
               DISPLAY "Error: --file is required"
               DISPLAY "Usage: ledger import ack --file <ack file>"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-FILE TO WS-ACK-PATH
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "Error: Cannot open acknowledgment file "
                       FUNCTION TRIM(WS-ACK-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ACK-EOF WS-ACK-ACCEPTED WS-ACK-REJECTED
                      WS-ACK-REJ-COUNT
           PERFORM UNTIL WS-ACK-EOF = 1
               READ ACK-FILE
                   AT END
                       MOVE 1 TO WS-ACK-EOF
               END-READ
               IF WS-ACK-EOF = 0
                   PERFORM ACK-ONE-LINE
               END-IF
           END-PERFORM
           CLOSE ACK-FILE

           MOVE WS-ACK-ACCEPTED TO WS-ACK-ACCEPTED-DISP
           MOVE WS-ACK-REJECTED TO WS-ACK-REJECTED-DISP
           DISPLAY " "
           DISPLAY "Acknowledgments processed: "
                   FUNCTION TRIM(WS-ACK-ACCEPTED-DISP)
                   " batch(es) accepted, "
                   FUNCTION TRIM(WS-ACK-REJECTED-DISP)
                   " rejected"
           MOVE "gl-ack" TO WS-ICL-INTERFACE
           MOVE "in" TO WS-ICL-DIRECTION
           MOVE WS-ACK-PATH TO WS-ICL-FILE
           MOVE WS-ACK-ACCEPTED TO WS-ICL-ACCEPTED
           MOVE WS-ACK-REJECTED TO WS-ICL-REJECTED
           PERFORM ICL-RECORD

      *>   被拒批次逐个重生成更正文件 (新流水号, 只含被拒明细)
           PERFORM VARYING WS-ACK-REJ-IDX FROM 1 BY 1
                   UNTIL WS-ACK-REJ-IDX > WS-ACK-REJ-COUNT
               PERFORM ACK-RESEND-ONE
           END-PERFORM

           IF WS-ACK-REJECTED > 0
               MOVE 1 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
      *> 处理回执文件中的一行 (A 整批裁决 / R 被拒明细)
      *> ---------------------------------------------------------
       ACK-ONE-LINE.
           IF FUNCTION TRIM(WS-ACK-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ACK-F1 WS-ACK-F2 WS-ACK-F3 WS-ACK-F4
           UNSTRING WS-ACK-LINE DELIMITED BY ","
               INTO WS-ACK-F1 WS-ACK-F2 WS-ACK-F3 WS-ACK-F4
           END-UNSTRING

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACK-F1))
               WHEN "A"
                   COMPUTE WS-ACK-SEQ = FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-ACK-F2))
                   CALL "gl_mark_ack"
                        USING BY VALUE WS-ACK-SEQ
                              BY REFERENCE WS-ACK-F3
                        RETURNING WS-RC-SAVE
                   IF WS-RC-SAVE NOT = 0
                       DISPLAY "Warning: no sent batch with "
                               "sequence " WS-ACK-SEQ
                               " on the send log"
                       EXIT PARAGRAPH
                   END-IF
                   IF FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-ACK-F3)) = "ACCEPTED"
                       ADD 1 TO WS-ACK-ACCEPTED
                       DISPLAY "Batch " WS-ACK-SEQ " accepted"
                   ELSE
                       ADD 1 TO WS-ACK-REJECTED
                       DISPLAY "Batch " WS-ACK-SEQ " REJECTED"
                       IF WS-ACK-REJ-COUNT < 20
                           ADD 1 TO WS-ACK-REJ-COUNT
                           MOVE WS-ACK-SEQ TO
                                WS-ACK-REJ-SEQ(WS-ACK-REJ-COUNT)
                       END-IF
                   END-IF
               WHEN "R"
                   COMPUTE WS-ACK-SEQ = FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-ACK-F2))
                   CALL "gl_reject_line"
                        USING BY VALUE WS-ACK-SEQ
                              BY REFERENCE WS-ACK-F3
                              BY REFERENCE WS-ACK-F4
                        RETURNING WS-RC-SAVE
                   DISPLAY "  - batch " WS-ACK-SEQ " line "
                           FUNCTION TRIM(WS-ACK-F3) ": "
                           FUNCTION TRIM(WS-ACK-F4)
               WHEN OTHER
                   DISPLAY "Warning: unknown acknowledgment "
                           "record '" FUNCTION TRIM(WS-ACK-F1)
                           "' ignored"
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 为一个被拒批次生成更正文件: 新流水号下只装被拒的
      *> 明细行, 控制数随之重算 (文件本体由后端按 EXPORT-GL
      *> 的同一版式落盘)
      *> ---------------------------------------------------------
       ACK-RESEND-ONE.
           CALL "gl_resend_rejects"
                USING BY VALUE WS-ACK-REJ-SEQ(WS-ACK-REJ-IDX)
                      BY REFERENCE WS-ACK-NEW-SEQ
                      BY REFERENCE WS-ACK-NEW-PATH
                RETURNING WS-RC-SAVE
           IF WS-RC-SAVE = 0
               DISPLAY "Corrected file for batch "
                       WS-ACK-REJ-SEQ(WS-ACK-REJ-IDX)
                       " written as sequence " WS-ACK-NEW-SEQ
                       ": " FUNCTION TRIM(WS-ACK-NEW-PATH)
           ELSE
               DISPLAY "Error: could not regenerate batch "
                       WS-ACK-REJ-SEQ(WS-ACK-REJ-IDX)
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

      *> ============================================================
      *> CMD: reconcile - 对比账户余额与银行对账单余额
      *> ============================================================
       CMD-RECONCILE.
           IF WS-ARG-ACCOUNT = SPACES OR WS-ARG-BALANCE = SPACES
              OR (WS-ARG-AS-OF = SPACES AND WS-ARG-MONTH = SPACES)
               DISPLAY "Error: --account, --balance and either "
                       "--as-of or --month are required"
               DISPLAY "Usage: ledger reconcile --account <name> "
                       "--as-of YYYY-MM-DD --balance N.NN"
               DISPLAY "       ledger reconcile --account <name> "
                       "--month YYYY-MM --balance N.NN "
                       "(uses the statement cycle close date)"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-STATED-BALANCE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-BALANCE)) * 100

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   给了 --month 而没给 --as-of 时, 取该账户账单周期的
      *>   本期关账日作为对账截止日期 (免去手算 as-of)
           IF WS-ARG-AS-OF = SPACES
               CALL "account_get_cycle"
                    USING BY REFERENCE WS-ARG-ACCOUNT
                          BY REFERENCE WS-CYC-CLOSE-DAY
                          BY REFERENCE WS-CYC-DUE-DAY
                    RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: No statement cycle set for "
                           "account '" FUNCTION TRIM(WS-ARG-ACCOUNT)
                           "' - give --as-of instead"
                   MOVE 3 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM CALC-CYCLE-WINDOW
               MOVE WS-CYC-TO-DATE TO WS-ARG-AS-OF
           END-IF

           CALL "account_balance_as_of"
                USING BY REFERENCE WS-ARG-ACCOUNT
                      BY REFERENCE WS-ARG-AS-OF
                      BY REFERENCE WS-LEDGER-BALANCE
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Unknown account '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RECON-DELTA =
                   WS-STATED-BALANCE - WS-LEDGER-BALANCE
           COMPUTE WS-DISP-STATED = WS-STATED-BALANCE / 100
           COMPUTE WS-DISP-LEDGER = WS-LEDGER-BALANCE / 100
           COMPUTE WS-DISP-DELTA = WS-RECON-DELTA / 100

           DISPLAY " "
           DISPLAY "Reconcile '" FUNCTION TRIM(WS-ARG-ACCOUNT)
                   "' as of " FUNCTION TRIM(WS-ARG-AS-OF)
           DISPLAY "Ledger balance: " WS-DISP-LEDGER
           DISPLAY "Bank balance:   " WS-DISP-STATED
           DISPLAY "Delta:          " WS-DISP-DELTA
           IF WS-RECON-DELTA = 0
               DISPLAY "Reconciled - balances match"
               EXIT PARAGRAPH
           END-IF

      *>   账面先记了未兑付支票而银行还没扣款, 银行余额会偏高;
      *>   把未兑付支票额当成 "已解释的差额" 抵掉再下结论
           CALL "cheque_outstanding_total"
                USING BY REFERENCE WS-ARG-ACCOUNT
                      BY REFERENCE WS-ARG-AS-OF
                      BY REFERENCE WS-CHQ-TOTAL
                      BY REFERENCE WS-CHQ-COUNT
                RETURNING WS-RC
           IF WS-RC = 0 AND WS-CHQ-COUNT > 0
               COMPUTE WS-RECON-ADJUSTED =
                       WS-RECON-DELTA - WS-CHQ-TOTAL
               COMPUTE WS-DISP-CHQ-TOTAL = WS-CHQ-TOTAL / 100
               COMPUTE WS-DISP-ADJUSTED = WS-RECON-ADJUSTED / 100
               MOVE WS-CHQ-COUNT TO WS-CHQ-COUNT-DISP
               DISPLAY "Outstanding cheques ("
                       FUNCTION TRIM(WS-CHQ-COUNT-DISP) "): "
                       WS-DISP-CHQ-TOTAL
               DISPLAY "Unexplained:    " WS-DISP-ADJUSTED
               IF WS-RECON-ADJUSTED = 0
                   DISPLAY "Reconciled - delta fully explained by "
                           "outstanding cheques"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Warning: balances do not match - check for "
                   "a missed or duplicated entry"
           MOVE 1 TO WS-RETURN-CODE.

      *> ============================================================
      *> CMD: entry - 录入控制批
      *> 一叠单据先开批 (open): 申报张数 --docs 与加法机合计
      *> --total. 开着批时该操作者用 add / shell 录的行都挂在批
      *> 上不入账 (后端按挂起行对待, 报表与余额都不计); release
      *> 时录入张数与合计必须与申报数一致, 不一致就列出差额
      *> 拒绝放行. 放行的整批打上一个运行号, 'ledger run
      *> backout' 可整批冲销. 隔夜未放行的批列进
      *> 'report exceptions'
      *> ============================================================
       CMD-ENTRY.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "open"
                   PERFORM ENTRY-OPEN
               WHEN "status"
                   PERFORM ENTRY-STATUS
               WHEN "release"
                   PERFORM ENTRY-RELEASE
               WHEN "cancel"
                   PERFORM ENTRY-CANCEL
               WHEN "list"
                   PERFORM ENTRY-LIST
               WHEN OTHER
                   DISPLAY "Error: entry requires a subcommand"
                   DISPLAY "Usage: ledger entry open --docs N "
                           "--total N.NN [--name <label>]"
                   DISPLAY "       ledger entry status [--id N]"
                   DISPLAY "       ledger entry release [--id N]"
                   DISPLAY "       ledger entry cancel --id N "
                           "[--yes]"
                   DISPLAY "       ledger entry list [--all]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> ENTRY-OPEN - 每个操作者同一时间只开一个批
      *> ---------------------------------------------------------
       ENTRY-OPEN.
           IF WS-ARG-DOCS < 1 OR WS-ARG-TOTAL = SPACES
               DISPLAY "Error: --docs and --total are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-TOTAL WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: --total: "
                       FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EBT-DECL-TOTAL =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-TOTAL)) * 100

           CALL "ebatch_open" USING BY REFERENCE WS-OPERATOR
                                    BY VALUE WS-ARG-DOCS
                                    BY VALUE WS-EBT-DECL-TOTAL
                                    BY REFERENCE WS-ARG-NAME
                                    BY REFERENCE WS-EBT-ID
                              RETURNING WS-RC
           IF WS-RC = 7
               MOVE WS-EBT-ID TO WS-EBT-ID-DISP
               DISPLAY "Error: operator '" FUNCTION TRIM(WS-OPERATOR)
                       "' already has entry batch "
                       FUNCTION TRIM(WS-EBT-ID-DISP)
                       " open - release or cancel it first"
               MOVE 7 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to open the entry batch"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EBT-ID TO WS-EBT-ID-DISP
           MOVE WS-ARG-DOCS TO WS-EBT-DOCS-DISP
           COMPUTE WS-DISP-EBT-TOTAL = WS-EBT-DECL-TOTAL / 100
           DISPLAY "Entry batch " FUNCTION TRIM(WS-EBT-ID-DISP)
                   " open: " FUNCTION TRIM(WS-EBT-DOCS-DISP)
                   " document(s), control total "
                   FUNCTION TRIM(WS-DISP-EBT-TOTAL)
           DISPLAY "Entries you key with 'add' or 'shell' are held "
                   "until 'ledger entry release'".

      *> ---------------------------------------------------------
      *> 取要处理的批: 给了 --id 用 --id, 否则取当前操作者开着的批
      *> ---------------------------------------------------------
       ENTRY-PICK.
           IF WS-ARG-ID NOT = 0
               MOVE WS-ARG-ID TO WS-EBT-ID
           ELSE
               PERFORM ENTRY-CURRENT
               IF WS-EBT-ID = 0
                   DISPLAY "Error: no open entry batch for operator '"
                           FUNCTION TRIM(WS-OPERATOR)
                           "' - give --id"
                   MOVE 3 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CALL "ebatch_get" USING BY VALUE WS-EBT-ID
                                   BY REFERENCE WS-EBT-OPERATOR
                                   BY REFERENCE WS-EBT-NAME
                                   BY REFERENCE WS-EBT-STATUS
                                   BY REFERENCE WS-EBT-OPENED-AT
                                   BY REFERENCE WS-EBT-DECL-DOCS
                                   BY REFERENCE WS-EBT-DECL-TOTAL
                                   BY REFERENCE WS-EBT-KEYED-DOCS
                                   BY REFERENCE WS-EBT-KEYED-TOTAL
                                   BY REFERENCE WS-EBT-RUN-ID
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               MOVE WS-EBT-ID TO WS-EBT-ID-DISP
               DISPLAY "Error: Entry batch "
                       FUNCTION TRIM(WS-EBT-ID-DISP) " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EBT-ID TO WS-EBT-ID-DISP
           COMPUTE WS-EBT-DIFF-DOCS =
                   WS-EBT-KEYED-DOCS - WS-EBT-DECL-DOCS
           COMPUTE WS-EBT-DIFF-TOTAL =
                   WS-EBT-KEYED-TOTAL - WS-EBT-DECL-TOTAL.

      *> ---------------------------------------------------------
      *> 当前操作者开着的批 (没有时 WS-EBT-ID = 0); add 与 shell
      *> 开库后先调这里, 决定录入的行是直接入账还是挂批
      *> ---------------------------------------------------------
       ENTRY-CURRENT.
           MOVE 0 TO WS-EBT-ID
           CALL "ebatch_current" USING BY REFERENCE WS-OPERATOR
                                       BY REFERENCE WS-EBT-ID
                                 RETURNING WS-EBT-RC
           IF WS-EBT-RC NOT = 0
               MOVE 0 TO WS-EBT-ID
           END-IF.

      *> ---------------------------------------------------------
      *> 刚由 tx_add 写入的行挂到当前批上, 报一下录到第几张.
      *> --cheque print 的标记随行挂着, 放行时由后端入支票队列.
      *> 挂不上批时把刚写的行撤掉, 不让它绕过批控制入账
      *> ---------------------------------------------------------
       ENTRY-HOLD-LAST.
           CALL "ebatch_hold_last"
                USING BY VALUE WS-EBT-ID
                      BY REFERENCE WS-EBT-KEYED-DOCS
                      BY REFERENCE WS-EBT-KEYED-TOTAL
                      BY REFERENCE WS-EBT-DECL-DOCS
                      BY VALUE WS-CHQ-ADD-QUEUE
                RETURNING WS-EBT-RC
           IF WS-EBT-RC NOT = 0
               DISPLAY "Error: entry NOT recorded - key it again"
               CALL "tx_last_id" USING BY REFERENCE WS-EBT-TX-ID
                                 RETURNING WS-EBT-RC
               IF WS-EBT-RC = 0
                   CALL "tx_delete" USING BY VALUE WS-EBT-TX-ID
                                    RETURNING WS-EBT-RC
               END-IF
               IF WS-EBT-RC NOT = 0
                   DISPLAY "Warning: the entry could not be withdrawn "
                           "either - delete it before keying it again"
               END-IF
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EBT-ID TO WS-EBT-ID-DISP
           MOVE WS-EBT-KEYED-DOCS TO WS-EBT-DOCS-DISP
           MOVE WS-EBT-DECL-DOCS TO WS-EBT-DOCS2-DISP
           COMPUTE WS-DISP-EBT-TOTAL = WS-EBT-KEYED-TOTAL / 100
           DISPLAY "Held in entry batch " FUNCTION TRIM(WS-EBT-ID-DISP)
                   " (" FUNCTION TRIM(WS-EBT-DOCS-DISP) " of "
                   FUNCTION TRIM(WS-EBT-DOCS2-DISP)
                   " keyed, running total "
                   FUNCTION TRIM(WS-DISP-EBT-TOTAL) ")".

      *> ---------------------------------------------------------
       ENTRY-STATUS.
           PERFORM ENTRY-PICK
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Entry batch " FUNCTION TRIM(WS-EBT-ID-DISP)
                   " " FUNCTION TRIM(WS-EBT-NAME) " ("
                   FUNCTION TRIM(WS-EBT-STATUS) ", opened by "
                   FUNCTION TRIM(WS-EBT-OPERATOR) " at "
                   FUNCTION TRIM(WS-EBT-OPENED-AT) ")"
           PERFORM ENTRY-SHOW-CONTROL

           DISPLAY " "
           DISPLAY "ID         DATE        CATEGORY             "
                   "         AMOUNT"
           CALL "ebatch_rows_begin" USING BY VALUE WS-EBT-ID
                                    RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "ebatch_rows_next"
                    USING BY REFERENCE WS-LIST-ID
                          BY REFERENCE WS-LIST-DATE
                          BY REFERENCE WS-LIST-CATEGORY
                          BY REFERENCE WS-LIST-AMOUNT
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-LIST-ID TO WS-LIST-ID-DISP
                   COMPUTE WS-DISP-EBT-TOTAL = WS-LIST-AMOUNT / 100
                   DISPLAY WS-LIST-ID-DISP "  "
                           WS-LIST-DATE(1:10) "  "
                           WS-LIST-CATEGORY(1:20) " "
                           WS-DISP-EBT-TOTAL
               END-IF
           END-PERFORM
           CALL "ebatch_rows_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> 申报数与录入数对照, 差额 = 录入 - 申报
      *> ---------------------------------------------------------
       ENTRY-SHOW-CONTROL.
           MOVE WS-EBT-DECL-DOCS TO WS-EBT-DOCS-DISP
           MOVE WS-EBT-KEYED-DOCS TO WS-EBT-DOCS2-DISP
           MOVE WS-EBT-DIFF-DOCS TO WS-EBT-DIFF-DOCS-DISP
           COMPUTE WS-DISP-EBT-TOTAL = WS-EBT-DECL-TOTAL / 100
           COMPUTE WS-DISP-EBT-TOTAL2 = WS-EBT-KEYED-TOTAL / 100
           COMPUTE WS-DISP-EBT-DIFF = WS-EBT-DIFF-TOTAL / 100
           DISPLAY "                 DECLARED          KEYED"
                   "     DIFFERENCE"
           DISPLAY "Documents:  " WS-EBT-DOCS-DISP "        "
                   WS-EBT-DOCS2-DISP "        "
                   WS-EBT-DIFF-DOCS-DISP
           DISPLAY "Total:    " WS-DISP-EBT-TOTAL " "
                   WS-DISP-EBT-TOTAL2 " " WS-DISP-EBT-DIFF.

      *> ---------------------------------------------------------
      *> ENTRY-RELEASE - 张数与合计都对上才放行, 整批同一运行号
      *> ---------------------------------------------------------
       ENTRY-RELEASE.
           PERFORM ENTRY-PICK
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EBT-STATUS NOT = "OPEN"
               DISPLAY "Error: Entry batch "
                       FUNCTION TRIM(WS-EBT-ID-DISP) " is "
                       FUNCTION TRIM(WS-EBT-STATUS)
               MOVE 7 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-EBT-DIFF-DOCS NOT = 0 OR WS-EBT-DIFF-TOTAL NOT = 0
               DISPLAY "Refused: entry batch "
                       FUNCTION TRIM(WS-EBT-ID-DISP)
                       " is out of balance with its control figures"
               PERFORM ENTRY-SHOW-CONTROL
               DISPLAY "Key the missing document(s) or correct the "
                       "keyed amounts, then release again"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "entry" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           CALL "ebatch_release" USING BY VALUE WS-EBT-ID
                                       BY VALUE WS-RUN-ID
                                       BY REFERENCE WS-OPERATOR
                                 RETURNING WS-RC
           CALL "run_end" RETURNING WS-RC-SAVE
           IF WS-RC = 5
               DISPLAY "Error: a held entry falls in a closed "
                       "period - batch NOT released"
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to release the entry batch"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EBT-KEYED-DOCS TO WS-EBT-DOCS-DISP
           DISPLAY "Entry batch " FUNCTION TRIM(WS-EBT-ID-DISP)
                   " released: " FUNCTION TRIM(WS-EBT-DOCS-DISP)
                   " entr(ies) posted as run " WS-RUN-ID
           DISPLAY "Undo the whole batch with 'ledger run backout "
                   "--id " WS-RUN-ID "'".

      *> ---------------------------------------------------------
      *> ENTRY-CANCEL - 作废整批, 挂着的行一并软删除
      *> ---------------------------------------------------------
       ENTRY-CANCEL.
           IF WS-ARG-ID = 0
               DISPLAY "Error: --id is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ENTRY-PICK
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EBT-STATUS NOT = "OPEN"
               DISPLAY "Error: Entry batch "
                       FUNCTION TRIM(WS-EBT-ID-DISP) " is "
                       FUNCTION TRIM(WS-EBT-STATUS)
               MOVE 7 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *>   别人的批只有主管能作废
           IF WS-EBT-OPERATOR NOT = WS-OPERATOR
               MOVE "supervisor" TO WS-PRIV-NEEDED
               PERFORM CHECK-PRIVILEGE
               IF WS-RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-ARG-YES = 0
               MOVE WS-EBT-KEYED-DOCS TO WS-EBT-DOCS-DISP
               DISPLAY "Cancel entry batch "
                       FUNCTION TRIM(WS-EBT-ID-DISP) " and discard "
                       FUNCTION TRIM(WS-EBT-DOCS-DISP)
                       " held entr(ies)? (y/N): " WITH NO ADVANCING
               ACCEPT WS-USER-INPUT FROM CONSOLE
               IF FUNCTION UPPER-CASE(WS-USER-INPUT) NOT = "Y"
                   DISPLAY "Cancelled"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CALL "ebatch_cancel" USING BY VALUE WS-EBT-ID
                                      BY REFERENCE WS-OPERATOR
                                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to cancel the entry batch"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Entry batch " FUNCTION TRIM(WS-EBT-ID-DISP)
                   " cancelled".

      *> ---------------------------------------------------------
      *> ENTRY-LIST - 默认只列开着的批; 开批日早于今天的标
      *> OVERNIGHT (同一批也会出现在例外报表上)
      *> ---------------------------------------------------------
       ENTRY-LIST.
           DISPLAY "BATCH       OPERATOR        STATUS    OPENED"
                   "                   DOCS    KEYED"
           MOVE 0 TO WS-EBT-SHOWN
           CALL "ebatch_list_begin" USING BY VALUE WS-ARG-ALL
                                    RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "ebatch_list_next"
                    USING BY REFERENCE WS-EBT-ID
                          BY REFERENCE WS-EBT-OPERATOR
                          BY REFERENCE WS-EBT-STATUS
                          BY REFERENCE WS-EBT-OPENED-AT
                          BY REFERENCE WS-EBT-DECL-DOCS
                          BY REFERENCE WS-EBT-KEYED-DOCS
                          BY REFERENCE WS-EBT-OVERNIGHT
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-EBT-SHOWN
                   MOVE WS-EBT-ID TO WS-EBT-ID-DISP
                   MOVE WS-EBT-DECL-DOCS TO WS-EBT-DOCS-DISP
                   MOVE WS-EBT-KEYED-DOCS TO WS-EBT-DOCS2-DISP
                   IF WS-EBT-OVERNIGHT = 1
                       DISPLAY WS-EBT-ID-DISP "  "
                               WS-EBT-OPERATOR(1:14) "  "
                               WS-EBT-STATUS WS-EBT-OPENED-AT "  "
                               WS-EBT-DOCS-DISP "  "
                               WS-EBT-DOCS2-DISP "  OVERNIGHT"
                   ELSE
                       DISPLAY WS-EBT-ID-DISP "  "
                               WS-EBT-OPERATOR(1:14) "  "
                               WS-EBT-STATUS WS-EBT-OPENED-AT "  "
                               WS-EBT-DOCS-DISP "  "
                               WS-EBT-DOCS2-DISP
                   END-IF
               END-IF
           END-PERFORM
           CALL "ebatch_list_end" RETURNING WS-RC
           IF WS-EBT-SHOWN = 0
               DISPLAY "(no entry batches)"
           END-IF.

      *> ============================================================
      *> CMD: suspense - 暂记户 (suspense_account, 缺省 Suspense)
      *> import bank 时规则与既有记录都认不出的行不再瞎猜类别,
      *> 先挂到暂记户上入账 (银行余额当场对得上), 每项记着来源
      *> 导入文件与行号. 认出来之后 reclass 把它转走:
      *>   --category/--account/--payee  改挂到正确的类别/账户/
      *>                                 收款人 (可任意组合);
      *>   --split cat:amt,...           拆成多行 (合计须等于原额);
      *>   --ar N / --ap N               核销一笔未结应收/应付.
      *> 账龄见 'report suspense'; 年度结账时暂记户不空会警告
      *> ============================================================
       CMD-SUSPENSE.
           IF WS-SUBCOMMAND = "list"
      *>       查询命令以只读方式打开, 不取排他锁 -
      *>       长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
               CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                                 RETURNING WS-RC
           ELSE
               CALL "db_open" USING BY REFERENCE WS-DB-PATH
                              RETURNING WS-RC
               IF WS-RC = 6
                   DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
                   DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
                   MOVE 6 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "list"
                   PERFORM SUSPENSE-LIST
               WHEN "reclass"
                   PERFORM SUSPENSE-RECLASS
               WHEN OTHER
                   DISPLAY "Error: suspense requires a subcommand"
                   DISPLAY "Usage: ledger suspense list [--all]"
                   DISPLAY "       ledger suspense reclass --id N "
                           "[--category C] [--account A] "
                           "[--payee P]"
                   DISPLAY "       ledger suspense reclass --id N "
                           "--split cat:amt,cat:amt"
                   DISPLAY "       ledger suspense reclass --id N "
                           "--ar <ar id>|--ap <bill id>"
                   DISPLAY "       ledger report suspense"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       SUSPENSE-LIST.
           DISPLAY "ITEM        DATE                AMOUNT   DAYS  "
                   "STATUS      SOURCE"
           MOVE 0 TO WS-SUS-COUNT
           CALL "suspense_list_begin" USING BY VALUE WS-ARG-ALL
                                      RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "suspense_list_next"
                    USING BY REFERENCE WS-SUS-ID
                          BY REFERENCE WS-SUS-DATE
                          BY REFERENCE WS-SUS-AMOUNT
                          BY REFERENCE WS-SUS-DAYS
                          BY REFERENCE WS-SUS-STATUS
                          BY REFERENCE WS-SUS-SOURCE
                          BY REFERENCE WS-SUS-MEMO
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-SUS-COUNT
                   MOVE WS-SUS-ID TO WS-SUS-ID-DISP
                   MOVE WS-SUS-DAYS TO WS-SUS-DAYS-DISP
                   COMPUTE WS-DISP-SUS-AMT = WS-SUS-AMOUNT / 100
                   DISPLAY WS-SUS-ID-DISP "  " WS-SUS-DATE(1:10) " "
                           WS-DISP-SUS-AMT "  " WS-SUS-DAYS-DISP "  "
                           WS-SUS-STATUS "  "
                           FUNCTION TRIM(WS-SUS-SOURCE)
                   IF WS-SUS-MEMO NOT = SPACES
                       DISPLAY "            "
                               FUNCTION TRIM(WS-SUS-MEMO)
                   END-IF
               END-IF
           END-PERFORM
           CALL "suspense_list_end" RETURNING WS-RC
           IF WS-SUS-COUNT = 0
               DISPLAY "(suspense is empty)"
           END-IF.

      *> ---------------------------------------------------------
      *> SUSPENSE-RECLASS - 三种去向只许选一种; 改的是已入账的
      *> 行, 所以同样受法律保全与结账期约束
      *> ---------------------------------------------------------
       SUSPENSE-RECLASS.
           IF WS-ARG-ID = 0
               DISPLAY "Error: --id is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SUS-ACTIONS
           IF WS-ARG-CATEGORY NOT = SPACES
                   OR WS-ARG-ACCOUNT NOT = SPACES
                   OR WS-ARG-PAYEE NOT = SPACES
               ADD 1 TO WS-SUS-ACTIONS
           END-IF
           IF WS-ARG-SPLIT NOT = SPACES
               ADD 1 TO WS-SUS-ACTIONS
           END-IF
           IF WS-ARG-AR NOT = 0
               ADD 1 TO WS-SUS-ACTIONS
           END-IF
           IF WS-ARG-AP NOT = 0
               ADD 1 TO WS-SUS-ACTIONS
           END-IF
           IF WS-SUS-ACTIONS NOT = 1
               DISPLAY "Error: give one of --category/--account/"
                       "--payee, --split, --ar or --ap"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "suspense_get" USING BY VALUE WS-ARG-ID
                                     BY REFERENCE WS-SUS-TX-ID
                                     BY REFERENCE WS-SUS-DATE
                                     BY REFERENCE WS-SUS-AMOUNT
                                     BY REFERENCE WS-SUS-STATUS
                                     BY REFERENCE WS-SUS-SOURCE
                               RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Suspense item " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-SUS-STATUS NOT = "OPEN"
               DISPLAY "Error: Suspense item " WS-ARG-ID " is "
                       FUNCTION TRIM(WS-SUS-STATUS)
               MOVE 7 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "tx" TO WS-HLD-SCOPE
           MOVE WS-SUS-TX-ID TO WS-HLD-ID
           MOVE SPACES TO WS-HLD-ARG
           PERFORM HOLD-CHECK
           IF WS-HLD-BLOCKED = 1
               MOVE 7 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-ARG-SPLIT NOT = SPACES
                   CALL "suspense_split"
                        USING BY VALUE WS-ARG-ID
                              BY REFERENCE WS-ARG-SPLIT
                              BY REFERENCE WS-OPERATOR
                        RETURNING WS-RC
               WHEN WS-ARG-AR NOT = 0
                   CALL "suspense_match_ar"
                        USING BY VALUE WS-ARG-ID
                              BY VALUE WS-ARG-AR
                              BY REFERENCE WS-OPERATOR
                        RETURNING WS-RC
               WHEN WS-ARG-AP NOT = 0
                   CALL "suspense_match_ap"
                        USING BY VALUE WS-ARG-ID
                              BY VALUE WS-ARG-AP
                              BY REFERENCE WS-OPERATOR
                        RETURNING WS-RC
               WHEN OTHER
                   CALL "suspense_reclass"
                        USING BY VALUE WS-ARG-ID
                              BY REFERENCE WS-ARG-CATEGORY
                              BY REFERENCE WS-ARG-ACCOUNT
                              BY REFERENCE WS-ARG-PAYEE
                              BY REFERENCE WS-OPERATOR
                        RETURNING WS-RC
           END-EVALUATE
           EVALUATE WS-RC
               WHEN 0
                   CONTINUE
               WHEN 1
                   IF WS-ARG-SPLIT NOT = SPACES
                       DISPLAY "Error: split lines must use known "
                               "categories and add up to the item "
                               "amount"
                   ELSE
                       IF WS-ARG-AR NOT = 0 OR WS-ARG-AP NOT = 0
                           DISPLAY "Error: the item amount does "
                                   "not fit the open balance of "
                                   "that AR/AP item"
                       ELSE
                           DISPLAY "Error: unknown category or "
                                   "account - add it to the master "
                                   "file first"
                       END-IF
                   END-IF
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               WHEN 3
                   DISPLAY "Error: AR/AP item not found or already "
                           "settled"
                   MOVE 3 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               WHEN 5
                   DISPLAY "Error: the item's date falls in a closed "
                           "period"
                   MOVE 5 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Error: Reclassification failed"
                   MOVE 2 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE
           COMPUTE WS-DISP-SUS-AMT = WS-SUS-AMOUNT / 100
           DISPLAY "Suspense item " WS-ARG-ID " ("
                   FUNCTION TRIM(WS-DISP-SUS-AMT)
                   ") reclassified out of suspense".

      *> ============================================================
      *> CMD: shell - 交互式 REPL, 一次打开数据库连续录入多笔交易
      *> ============================================================
       CMD-SHELL.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               EXIT PARAGRAPH
           END-IF

      *>   指定了 --project 时, 项目必须已在项目主档中登记
      *>   (整个交互会话录入的行都记到同一个项目上)
           IF WS-ARG-PROJECT NOT = SPACES
               CALL "project_validate"
                    USING BY REFERENCE WS-ARG-PROJECT
                    RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: unknown project '"
                           FUNCTION TRIM(WS-ARG-PROJECT) "'"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Ledger interactive shell - type 'exit' to quit"

      *>   开着录入控制批时整个会话录的行都挂在批上
           PERFORM ENTRY-CURRENT
           IF WS-EBT-ID NOT = 0
               MOVE WS-EBT-ID TO WS-EBT-ID-DISP
               DISPLAY "Keying into entry batch "
                       FUNCTION TRIM(WS-EBT-ID-DISP)
                       " - entries are held until it is released"
           END-IF

      *>   记住命令行一级的缺省收款人/账户; 模板或规则只为单笔
      *>   改写这两个值, 每笔开始时还原, 不得漂移到后续条目
           MOVE WS-ARG-PAYEE TO WS-SHELL-PAYEE-BASE
           MOVE WS-ARG-ACCOUNT TO WS-SHELL-ACCT-BASE

           MOVE 0 TO WS-SHELL-DONE
           MOVE 0 TO WS-RULE-HITS WS-RULE-MISSES
           PERFORM SHELL-ADD-ONE UNTIL WS-SHELL-DONE = 1

           MOVE WS-RULE-HITS TO WS-RULE-HITS-DISP
           MOVE WS-RULE-MISSES TO WS-RULE-MISSES-DISP
           DISPLAY "Rules: " FUNCTION TRIM(WS-RULE-HITS-DISP)
                   " row(s) auto-categorized, "
                   FUNCTION TRIM(WS-RULE-MISSES-DISP)
                   " unmatched"
           DISPLAY FUNCTION TRIM(WS-MSG-GOODBYE).

      *> ============================================================
      *> 交互式录入一笔交易 (沿用上一笔日期作为默认值)
      *> ============================================================
       SHELL-ADD-ONE.
           MOVE 0 TO WS-SHELL-TPL
           MOVE WS-SHELL-PAYEE-BASE TO WS-ARG-PAYEE
           MOVE WS-SHELL-ACCT-BASE TO WS-ARG-ACCOUNT
           DISPLAY FUNCTION TRIM(WS-MSG-PROMPT-TYPE) " "
                   WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SHELL-INPUT))
                TO WS-ARG-TYPE

           IF FUNCTION TRIM(WS-SHELL-INPUT) = "exit"
              OR FUNCTION TRIM(WS-SHELL-INPUT) = "EXIT"
               MOVE 1 TO WS-SHELL-DONE
               EXIT PARAGRAPH
           END-IF

           MOVE "TYPE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-TYPE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
      *>       不是交易类型时, 试着按模板名解释输入
               MOVE FUNCTION LOWER-CASE(
                    FUNCTION TRIM(WS-SHELL-INPUT))
                    TO WS-ARG-TEMPLATE
               CALL "template_get"
                    USING BY REFERENCE WS-ARG-TEMPLATE
                          BY REFERENCE WS-TPL-TYPE
                          BY REFERENCE WS-TPL-CATEGORY
                          BY REFERENCE WS-TPL-PAYEE
                          BY REFERENCE WS-TPL-ACCOUNT
                          BY REFERENCE WS-TPL-AMOUNT
                          BY REFERENCE WS-TPL-NOTE
                          BY REFERENCE WS-TPL-TAGS
                    RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY FUNCTION TRIM(WS-VALID-ERROR-MSG)
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO WS-SHELL-TPL
               MOVE WS-TPL-TYPE TO WS-ARG-TYPE
               MOVE WS-TPL-CATEGORY TO WS-ARG-CATEGORY
               IF WS-TPL-PAYEE NOT = SPACES
                   MOVE WS-TPL-PAYEE TO WS-ARG-PAYEE
               END-IF
               IF WS-TPL-ACCOUNT NOT = SPACES
                   MOVE WS-TPL-ACCOUNT TO WS-ARG-ACCOUNT
               END-IF
               DISPLAY "(template '"
                       FUNCTION TRIM(WS-ARG-TEMPLATE) "') "
                       FUNCTION TRIM(WS-ARG-TYPE) " / "
                       FUNCTION TRIM(WS-ARG-CATEGORY)
           END-IF

           IF WS-SHELL-TPL = 0
               DISPLAY FUNCTION TRIM(WS-MSG-PROMPT-CATEGORY)
                       " " WITH NO ADVANCING
               ACCEPT WS-SHELL-INPUT FROM CONSOLE
               MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-CATEGORY
           END-IF

           DISPLAY FUNCTION TRIM(WS-MSG-PROMPT-AMOUNT) " "
                   WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-AMOUNT

           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY FUNCTION TRIM(WS-VALID-ERROR-MSG)
               EXIT PARAGRAPH
           END-IF

           IF WS-SHELL-LAST-DATE = SPACES
               DISPLAY "date (YYYY-MM-DD): " WITH NO ADVANCING
           ELSE
               DISPLAY "date (YYYY-MM-DD) ["
                       FUNCTION TRIM(WS-SHELL-LAST-DATE) "]: "
                       WITH NO ADVANCING
           END-IF
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           IF FUNCTION TRIM(WS-SHELL-INPUT) = SPACES
              AND WS-SHELL-LAST-DATE NOT = SPACES
               MOVE WS-SHELL-LAST-DATE TO WS-ARG-DATE
           ELSE
               MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-DATE
           END-IF

           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY FUNCTION TRIM(WS-VALID-ERROR-MSG)
               EXIT PARAGRAPH
           END-IF

           DISPLAY FUNCTION TRIM(WS-MSG-PROMPT-NOTE) " "
                   WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-NOTE

      *>   按自动分类规则匹配备注, 命中则以规则的类别/收款人为准
           MOVE WS-ARG-NOTE TO WS-RULE-IN-NOTE
           MOVE WS-ARG-PAYEE TO WS-RULE-IN-PAYEE
           PERFORM APPLY-CATEGORY-RULES
           IF WS-RC = 0
               ADD 1 TO WS-RULE-HITS
               MOVE WS-RULE-OUT-CATEGORY TO WS-ARG-CATEGORY
               IF WS-RULE-OUT-PAYEE NOT = SPACES
                   MOVE WS-RULE-OUT-PAYEE TO WS-ARG-PAYEE
               END-IF
               DISPLAY "(rule) category set to '"
                       FUNCTION TRIM(WS-ARG-CATEGORY) "'"
           ELSE
               ADD 1 TO WS-RULE-MISSES
           END-IF

      *>   双式记账模式下, 每笔交易都必须同时给出借方/贷方账户
           IF WS-CONFIG-DOUBLE-ENTRY = 1
               DISPLAY "debit account: " WITH NO ADVANCING
               ACCEPT WS-SHELL-INPUT FROM CONSOLE
               MOVE FUNCTION TRIM(WS-SHELL-INPUT)
                    TO WS-ARG-DEBIT-ACCOUNT

               DISPLAY "credit account: " WITH NO ADVANCING
               ACCEPT WS-SHELL-INPUT FROM CONSOLE
               MOVE FUNCTION TRIM(WS-SHELL-INPUT)
                    TO WS-ARG-CREDIT-ACCOUNT

               IF WS-ARG-DEBIT-ACCOUNT = SPACES
                       OR WS-ARG-CREDIT-ACCOUNT = SPACES
                   DISPLAY "Error: debit account and credit account "
                           "are required in double-entry mode"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           CALL "category_validate" USING BY REFERENCE WS-ARG-CATEGORY
                                           BY REFERENCE WS-ARG-TYPE
                                     RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: unknown category '"
                       FUNCTION TRIM(WS-ARG-CATEGORY) "' - run "
                       "'ledger category add' first"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100
           PERFORM COMPUTE-TAX-CENTS

      *>   同日同额同类别的既有行视为疑似重复, 现场确认后才放行
           CALL "tx_find_duplicate"
                USING BY REFERENCE WS-ARG-DATE
                      BY REFERENCE WS-ARG-CATEGORY
                      BY VALUE WS-AMOUNT-CENTS
                      BY REFERENCE WS-DUP-ID
                RETURNING WS-RC
           IF WS-RC = 0
               DISPLAY "Warning: possible duplicate of transaction "
                       "ID " WS-DUP-ID
                       " (same date, amount and category)"
               DISPLAY "add anyway? (y/N): " WITH NO ADVANCING
               ACCEPT WS-USER-INPUT FROM CONSOLE
               IF FUNCTION UPPER-CASE(WS-USER-INPUT) NOT = "Y"
                   DISPLAY "Skipped."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO WS-VLK-ID
           MOVE WS-ARG-DATE TO WS-VLK-DATE
           MOVE WS-TAX-CENTS TO WS-VLK-TAX
           PERFORM VAT-LOCK-CHECK
           IF WS-VLK-LOCKED = 1
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-TYPE TO WS-FND-CHK-TYPE
           MOVE WS-AMOUNT-CENTS TO WS-FND-CHK-AMOUNT
           PERFORM FUND-CHECK-POSTING
           IF WS-FND-BLOCKED = 1
               EXIT PARAGRAPH
           END-IF

           PERFORM CHEQUE-ADD-PREP
           CALL "tx_add" USING BY REFERENCE WS-ARG-DATE
                               BY REFERENCE WS-ARG-TYPE
                               BY REFERENCE WS-ARG-CATEGORY
                               BY VALUE WS-AMOUNT-CENTS
                               BY REFERENCE WS-ARG-NOTE
                               BY REFERENCE WS-ARG-TAGS
                               BY REFERENCE WS-ARG-ACCOUNT
                               BY REFERENCE WS-ARG-CURRENCY
                               BY VALUE WS-TAX-CENTS
                               BY VALUE WS-QTY-MILLI
                               BY REFERENCE WS-ARG-UNIT
                               BY REFERENCE WS-CHQ-ADD-NO
                               BY REFERENCE WS-ARG-SHARE
                               BY REFERENCE WS-ARG-FUND
                         RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add transaction"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-DATE TO WS-SHELL-LAST-DATE
           IF WS-EBT-ID NOT = 0
               PERFORM ENTRY-HOLD-LAST
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Added."
           PERFORM CHEQUE-QUEUE-LAST
           MOVE WS-ARG-TYPE TO WS-PTS-TX-TYPE
           MOVE WS-ARG-ACCOUNT TO WS-PTS-ACCOUNT
           MOVE WS-ARG-CATEGORY TO WS-PTS-RULE-CAT
           MOVE WS-ARG-DATE TO WS-PTS-DATE
           MOVE WS-AMOUNT-CENTS TO WS-PTS-CASH
           PERFORM POINTS-FOR-POSTING
           IF FUNCTION TRIM(WS-ARG-TYPE) = "EXPENSE"
               MOVE WS-AMOUNT-CENTS TO WS-PEC-POSTED
               PERFORM PROJECT-ESTIMATE-CHECK
           END-IF.


      *> ============================================================
      *> CMD: browse - 翻页浏览 + 就地维护 (日常工作台)
      *> 逐页列出交易 (含滚动余额列), 当页可直接改/删/恢复某行,
      *> 修改走与 update 完全相同的 VALIDATE 与类别校验;
      *> 控制台逐行交互, 与 CMD-SHELL 同一路数
      *> ============================================================
       CMD-BROWSE.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BRW-OFFSET WS-BRW-DONE
           PERFORM BROWSE-ONE-PAGE UNTIL WS-BRW-DONE = 1
           DISPLAY FUNCTION TRIM(WS-MSG-GOODBYE).

      *> ---------------------------------------------------------
      *> 显示一页并处理一条操作指令
      *> ---------------------------------------------------------
       BROWSE-ONE-PAGE.
           DISPLAY " "
           MOVE 0 TO WS-BRW-ROWS
           CALL "tx_list_begin"
                USING BY REFERENCE WS-ARG-FROM
                      BY REFERENCE WS-ARG-TO
                      BY REFERENCE WS-ARG-MONTH
                      BY REFERENCE WS-ARG-CATEGORY
                      BY REFERENCE WS-ARG-TYPE
                      BY REFERENCE WS-ARG-KEYWORD
                      BY VALUE WS-BRW-PAGE-SIZE
                      BY VALUE WS-BRW-OFFSET
                      BY REFERENCE WS-ARG-TAG
                      BY REFERENCE WS-ARG-ACCOUNT
                      BY VALUE WS-ARG-INCLUDE-ARCHIVE
                      BY REFERENCE WS-ARG-SORT
                      BY REFERENCE WS-ARG-USER
                      BY REFERENCE WS-ARG-WHERE
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Query failed"
               MOVE 2 TO WS-RETURN-CODE
               MOVE 1 TO WS-BRW-DONE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ID        DATE        TYPE     CATEGORY"
                   "            AMOUNT       BALANCE      NOTE"
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "tx_list_next"
                    USING BY REFERENCE WS-LIST-ID
                          BY REFERENCE WS-LIST-DATE
                          BY REFERENCE WS-LIST-TYPE
                          BY REFERENCE WS-LIST-CATEGORY
                          BY REFERENCE WS-LIST-AMOUNT
                          BY REFERENCE WS-LIST-NOTE
                          BY REFERENCE WS-LIST-BALANCE
                          BY REFERENCE WS-LIST-ATTACH
                          BY REFERENCE WS-LIST-RUN-ID
                          BY REFERENCE WS-LIST-USER
                          BY REFERENCE WS-LIST-TAX
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-BRW-ROWS
                   COMPUTE WS-AMOUNT-DISP = WS-LIST-AMOUNT / 100
                   COMPUTE WS-BALANCE-DISP = WS-LIST-BALANCE / 100
                   MOVE WS-LIST-ID TO WS-LIST-ID-DISP
                   DISPLAY WS-LIST-ID-DISP "  "
                           FUNCTION TRIM(WS-LIST-DATE) "  "
                           FUNCTION TRIM(WS-LIST-TYPE) "  "
                           FUNCTION TRIM(WS-LIST-CATEGORY) "  "
                           WS-AMOUNT-DISP "  "
                           WS-BALANCE-DISP "  "
                           FUNCTION TRIM(WS-LIST-NOTE)
               END-IF
           END-PERFORM
           CALL "tx_list_end" RETURNING WS-RC

           IF WS-BRW-ROWS = 0
               DISPLAY "(no rows on this page)"
           END-IF

           DISPLAY FUNCTION TRIM(WS-MSG-BRW-MENU) " "
                   WITH NO ADVANCING
           ACCEPT WS-BRW-INPUT FROM CONSOLE

           MOVE SPACES TO WS-BRW-CMD WS-BRW-IDTXT
           UNSTRING WS-BRW-INPUT DELIMITED BY ALL " "
               INTO WS-BRW-CMD WS-BRW-IDTXT
           END-UNSTRING
           MOVE 0 TO WS-ARG-ID
           IF WS-BRW-IDTXT NOT = SPACES
               COMPUTE WS-ARG-ID = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-BRW-IDTXT))
           END-IF

           EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-BRW-CMD))
               WHEN "n"
                   ADD WS-BRW-PAGE-SIZE TO WS-BRW-OFFSET
               WHEN "p"
                   SUBTRACT WS-BRW-PAGE-SIZE FROM WS-BRW-OFFSET
                   IF WS-BRW-OFFSET < 0
                       MOVE 0 TO WS-BRW-OFFSET
                   END-IF
               WHEN "f"
                   PERFORM BROWSE-SET-FILTER
               WHEN "e"
                   PERFORM BROWSE-EDIT-ROW
               WHEN "d"
                   PERFORM BROWSE-DELETE-ROW
               WHEN "r"
                   PERFORM BROWSE-RESTORE-ROW
               WHEN "q"
                   MOVE 1 TO WS-BRW-DONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 改当前过滤条件 (留空 = 清除该条件), 翻页回到第一页
      *> ---------------------------------------------------------
       BROWSE-SET-FILTER.
           DISPLAY "month (YYYY-MM, blank=all): " WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-MONTH
           DISPLAY "category (blank=all): " WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-CATEGORY
           DISPLAY "keyword (blank=all): " WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-KEYWORD
           MOVE 0 TO WS-BRW-OFFSET.

      *> ---------------------------------------------------------
      *> 就地修改一行: 逐字段提示, 留空 = 不改该字段,
      *> 然后原样走 CMD-UPDATE (同一套 VALIDATE / 类别校验 /
      *> 结账期保护)
      *> ---------------------------------------------------------
       BROWSE-EDIT-ROW.
           IF WS-ARG-ID = 0
               DISPLAY "Error: give the row ID, e.g. 'e 42'"
               EXIT PARAGRAPH
           END-IF

      *>   类别/类型同时也是列表的过滤条件, 编辑期间先存后还,
      *>   免得 f) 设好的过滤被一次编辑冲掉
           MOVE WS-ARG-CATEGORY TO WS-BRW-CAT-SAVE
           MOVE WS-ARG-TYPE TO WS-BRW-TYPE-SAVE

           DISPLAY "new date (blank=keep): " WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-DATE
           DISPLAY "new type (blank=keep): " WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SHELL-INPUT))
                TO WS-ARG-TYPE
           DISPLAY "new category (blank=keep): " WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-CATEGORY
           DISPLAY "new amount (blank=keep): " WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-AMOUNT
           DISPLAY "new note (blank=keep): " WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-NOTE

           PERFORM CMD-UPDATE
           MOVE 0 TO WS-RETURN-CODE

      *>   编辑用过的值不能遗留成下一页的过滤/修改参数;
      *>   类别/类型还原成编辑前的过滤条件
           MOVE SPACES TO WS-ARG-DATE WS-ARG-AMOUNT WS-ARG-NOTE
           MOVE WS-BRW-CAT-SAVE TO WS-ARG-CATEGORY
           MOVE WS-BRW-TYPE-SAVE TO WS-ARG-TYPE.

      *> ---------------------------------------------------------
       BROWSE-DELETE-ROW.
           IF WS-ARG-ID = 0
               DISPLAY "Error: give the row ID, e.g. 'd 42'"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Delete transaction ID " WS-ARG-ID "? (y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-USER-INPUT FROM CONSOLE
           IF FUNCTION UPPER-CASE(WS-USER-INPUT) NOT = "Y"
               DISPLAY "Cancelled"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-ID TO WS-VLK-ID
           MOVE SPACES TO WS-VLK-DATE
           MOVE 0 TO WS-VLK-TAX
           PERFORM VAT-LOCK-CHECK
           IF WS-VLK-LOCKED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE "tx" TO WS-HLD-SCOPE
           MOVE WS-ARG-ID TO WS-HLD-ID
           MOVE SPACES TO WS-HLD-ARG
           PERFORM HOLD-CHECK
           IF WS-HLD-BLOCKED = 1
               EXIT PARAGRAPH
           END-IF
           CALL "tx_delete" USING BY VALUE WS-ARG-ID
                            RETURNING WS-RC
           IF WS-RC = 0
               DISPLAY "Transaction " WS-ARG-ID " deleted"
           ELSE
               DISPLAY "Error: delete failed (rc " WS-RC ")"
           END-IF.

      *> ---------------------------------------------------------
       BROWSE-RESTORE-ROW.
           IF WS-ARG-ID = 0
               DISPLAY "Error: give the row ID, e.g. 'r 42'"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-ID TO WS-VLK-ID
           MOVE SPACES TO WS-VLK-DATE
           MOVE 0 TO WS-VLK-TAX
           PERFORM VAT-LOCK-CHECK
           IF WS-VLK-LOCKED = 1
               EXIT PARAGRAPH
           END-IF
           CALL "tx_restore" USING BY VALUE WS-ARG-ID
                             RETURNING WS-RC
           IF WS-RC = 0
               DISPLAY "Transaction " WS-ARG-ID " restored"
           ELSE
               DISPLAY "Error: restore failed (rc " WS-RC ")"
           END-IF.

      *> ============================================================
      *> CMD: query - 命名查询主档维护 (save/list/delete)
      *> 把常用的 --where 表达式存成名字, 之后
      *> 'list --query <name>' / 'export tx --query <name>' 复用
      *> ============================================================
       CMD-QUERY.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "save"
                   PERFORM QUERY-SAVE
               WHEN "list"
                   PERFORM QUERY-LIST
               WHEN "delete"
                   PERFORM QUERY-DELETE
               WHEN OTHER
                   DISPLAY "Error: query requires a subcommand"
                   DISPLAY "Usage: ledger query save --name <name> "
                           "--where '<expression>'"
                   DISPLAY "       ledger query list"
                   DISPLAY "       ledger query delete --name <name>"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       QUERY-SAVE.
           IF WS-ARG-NAME = SPACES OR WS-ARG-WHERE = SPACES
               DISPLAY "Error: --name and --where are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   先让后端试译一遍表达式, 语法不对当场打回
           CALL "query_save" USING BY REFERENCE WS-ARG-NAME
                                   BY REFERENCE WS-ARG-WHERE
                             RETURNING WS-RC
           IF WS-RC = 8
               DISPLAY "Error: invalid --where expression"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to save query"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Query '" FUNCTION TRIM(WS-ARG-NAME)
                   "' saved".

      *> ---------------------------------------------------------
       QUERY-LIST.
           CALL "query_list_begin" RETURNING WS-RC
           DISPLAY "NAME            EXPRESSION"
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "query_list_next"
                    USING BY REFERENCE WS-QRY-NAME
                          BY REFERENCE WS-QRY-WHERE
                    RETURNING WS-RC
               IF WS-RC = 0
                   DISPLAY FUNCTION TRIM(WS-QRY-NAME) "  "
                           FUNCTION TRIM(WS-QRY-WHERE)
               END-IF
           END-PERFORM
           CALL "query_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
       QUERY-DELETE.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "query_delete" USING BY REFERENCE WS-ARG-NAME
                               RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Query '" FUNCTION TRIM(WS-ARG-NAME)
                       "' not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to delete query"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Query '" FUNCTION TRIM(WS-ARG-NAME)
                   "' deleted".

      *> ============================================================
      *> CMD: layout - 自定义报表版式 (save/list/show/delete/run)
      *> 命名查询只管筛行; 版式把列 (交易各栏加账户、收款人、
      *> 项目、标签、基金)、至多三级分组小计、排序、过滤 (命名
      *> 查询或 --where) 与页眉一起存进库里, 新要的表不必再写
      *> 一个 REPORT-* 段. run 按 --format 出终端 / 定宽打印 /
      *> CSV / JSON; 版式随 bundle 迁移, pack 可用 --layout 加印
      *> ============================================================
       CMD-LAYOUT.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "save"
                   PERFORM LAYOUT-SAVE
               WHEN "list"
                   PERFORM LAYOUT-LIST
               WHEN "show"
                   PERFORM LAYOUT-SHOW
               WHEN "delete"
                   PERFORM LAYOUT-DELETE
               WHEN "run"
                   PERFORM LAYOUT-RUN
               WHEN OTHER
                   DISPLAY "Error: layout requires a subcommand"
                   DISPLAY "Usage: ledger layout save --name <name> "
                           "--columns date,payee,amount"
                   DISPLAY "         [--group account,category] "
                           "[--sort date,-amount]"
                   DISPLAY "         [--query <saved> | --where "
                           "'<expression>'] [--title T] [--heading H]"
                   DISPLAY "       ledger layout list"
                   DISPLAY "       ledger layout show --name <name>"
                   DISPLAY "       ledger layout delete --name <name>"
                   DISPLAY "       ledger layout run --name <name> "
                           "[--month M | --from D --to D]"
                   DISPLAY "         [--format terminal|print|csv|"
                           "json] [--out file]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> LAYOUT-SAVE - 校验列 / 分组 / 排序后存 (同名覆盖)
      *> ---------------------------------------------------------
       LAYOUT-SAVE.
           IF WS-ARG-NAME = SPACES OR WS-ARG-COLUMNS = SPACES
               DISPLAY "Error: --name and --columns are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-QUERY NOT = SPACES AND WS-ARG-WHERE NOT = SPACES
               DISPLAY "Error: give either --query or --where, "
                       "not both"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-NAME TO WS-LAY-NAME
           MOVE WS-ARG-COLUMNS TO WS-LAY-COLUMNS
           MOVE WS-ARG-GROUP TO WS-LAY-GROUPS
           MOVE WS-ARG-SORT-LIST TO WS-LAY-SORT
           MOVE WS-ARG-QUERY TO WS-LAY-QUERY
           MOVE WS-ARG-WHERE TO WS-LAY-WHERE
           MOVE WS-ARG-TITLE TO WS-LAY-TITLE
           MOVE WS-ARG-HEADING TO WS-LAY-HEADING
           PERFORM LAY-PARSE-DEFINITION
           IF WS-LAY-BAD = 1
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-LAY-LINE-WIDTH > 132
               DISPLAY "Error: the columns need "
                       WS-LAY-LINE-WIDTH " positions - more than "
                       "a 132-column page"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-LAY-QUERY NOT = SPACES
               CALL "query_get" USING BY REFERENCE WS-LAY-QUERY
                                      BY REFERENCE WS-QRY-WHERE
                                RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: unknown saved query '"
                           FUNCTION TRIM(WS-LAY-QUERY) "' - run "
                           "'ledger query list'"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *>   后端试译 --where, 语法不对当场打回 (同 QUERY-SAVE)
           CALL "layout_save" USING BY REFERENCE WS-LAY-NAME
                                    BY REFERENCE WS-LAY-COLUMNS
                                    BY REFERENCE WS-LAY-GROUPS
                                    BY REFERENCE WS-LAY-SORT
                                    BY REFERENCE WS-LAY-QUERY
                                    BY REFERENCE WS-LAY-WHERE
                                    BY REFERENCE WS-LAY-TITLE
                                    BY REFERENCE WS-LAY-HEADING
                              RETURNING WS-RC
           IF WS-RC = 8
               DISPLAY "Error: invalid --where expression"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to save layout"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Layout '" FUNCTION TRIM(WS-LAY-NAME) "' saved".

      *> ---------------------------------------------------------
       LAYOUT-LIST.
           CALL "layout_list_begin" RETURNING WS-RC
           DISPLAY "NAME                COLUMNS / GROUPS / SORT"
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "layout_list_next"
                    USING BY REFERENCE WS-LAY-NAME
                          BY REFERENCE WS-LAY-COLUMNS
                          BY REFERENCE WS-LAY-GROUPS
                          BY REFERENCE WS-LAY-SORT
                    RETURNING WS-RC
               IF WS-RC = 0
                   DISPLAY WS-LAY-NAME(1:20)
                           FUNCTION TRIM(WS-LAY-COLUMNS)
                   IF WS-LAY-GROUPS NOT = SPACES
                           OR WS-LAY-SORT NOT = SPACES
                       DISPLAY "                    group "
                               FUNCTION TRIM(WS-LAY-GROUPS)
                               "  sort " FUNCTION TRIM(WS-LAY-SORT)
                   END-IF
               END-IF
           END-PERFORM
           CALL "layout_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
       LAYOUT-SHOW.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-NAME TO WS-LAY-NAME
           PERFORM LAY-LOAD
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Layout:   " FUNCTION TRIM(WS-LAY-NAME)
           DISPLAY "Columns:  " FUNCTION TRIM(WS-LAY-COLUMNS)
           DISPLAY "Group by: " FUNCTION TRIM(WS-LAY-GROUPS)
           DISPLAY "Sort:     " FUNCTION TRIM(WS-LAY-SORT)
           IF WS-LAY-QUERY NOT = SPACES
               DISPLAY "Filter:   query "
                       FUNCTION TRIM(WS-LAY-QUERY)
           ELSE
               DISPLAY "Filter:   " FUNCTION TRIM(WS-LAY-WHERE)
           END-IF
           DISPLAY "Title:    " FUNCTION TRIM(WS-LAY-TITLE)
           DISPLAY "Heading:  " FUNCTION TRIM(WS-LAY-HEADING).

      *> ---------------------------------------------------------
       LAYOUT-DELETE.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "layout_delete" USING BY REFERENCE WS-ARG-NAME
                                RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Layout '" FUNCTION TRIM(WS-ARG-NAME)
                       "' not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to delete layout"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Layout '" FUNCTION TRIM(WS-ARG-NAME)
                   "' deleted".

      *> ---------------------------------------------------------
      *> LAYOUT-RUN - 取版式, 按 --format 出表 (缺省终端)
      *> ---------------------------------------------------------
       LAYOUT-RUN.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-NAME TO WS-LAY-NAME
           PERFORM LAY-LOAD
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-FORMAT-GIVEN = 1
               MOVE WS-ARG-FORMAT TO WS-LAY-FMT
           ELSE
               MOVE "terminal" TO WS-LAY-FMT
           END-IF
           IF WS-LAY-FMT NOT = "terminal" AND WS-LAY-FMT NOT = "print"
                   AND WS-LAY-FMT NOT = "csv"
                   AND WS-LAY-FMT NOT = "json"
               DISPLAY "Error: --format must be terminal, print, "
                       "csv or json"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-MONTH TO WS-LAY-MONTH
           MOVE WS-ARG-FROM TO WS-LAY-FROM
           MOVE WS-ARG-TO TO WS-LAY-TO

           IF WS-LAY-FMT NOT = "terminal"
               MOVE SPACES TO WS-LAY-PATH
               EVALUATE TRUE
                   WHEN WS-OUT-PATH NOT = SPACES
                       MOVE WS-OUT-PATH TO WS-LAY-PATH
                   WHEN WS-LAY-FMT = "print"
                       STRING "./export/layout_"
                              FUNCTION TRIM(WS-LAY-NAME) ".txt"
                              DELIMITED SIZE INTO WS-LAY-PATH
                   WHEN OTHER
                       STRING "./export/layout_"
                              FUNCTION TRIM(WS-LAY-NAME) "."
                              FUNCTION TRIM(WS-LAY-FMT)
                              DELIMITED SIZE INTO WS-LAY-PATH
               END-EVALUATE
           END-IF
           PERFORM LAY-PRODUCE
           IF WS-LAY-RC NOT = 0
               MOVE WS-LAY-RC TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-LAY-FMT NOT = "terminal"
               MOVE WS-LAY-ROWS TO WS-LAY-ROWS-DISP
               DISPLAY "Layout '" FUNCTION TRIM(WS-LAY-NAME)
                       "' written to " FUNCTION TRIM(WS-LAY-PATH)
                       " (" FUNCTION TRIM(WS-LAY-ROWS-DISP)
                       " row(s))"
           END-IF.

      *> ---------------------------------------------------------
       LAY-LOAD.
           CALL "layout_get" USING BY REFERENCE WS-LAY-NAME
                                   BY REFERENCE WS-LAY-COLUMNS
                                   BY REFERENCE WS-LAY-GROUPS
                                   BY REFERENCE WS-LAY-SORT
                                   BY REFERENCE WS-LAY-QUERY
                                   BY REFERENCE WS-LAY-WHERE
                                   BY REFERENCE WS-LAY-TITLE
                                   BY REFERENCE WS-LAY-HEADING
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Layout '" FUNCTION TRIM(WS-LAY-NAME)
                       "' not found - run 'ledger layout list'"
               MOVE 3 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
      *> 拆列 / 分组 / 排序, 逐项对可用栏位表校验, 排出各列位置
      *> ---------------------------------------------------------
       LAY-PARSE-DEFINITION.
           MOVE 0 TO WS-LAY-BAD WS-LAY-COL-COUNT WS-LAY-GRP-COUNT
                     WS-LAY-SORT-COUNT WS-LAY-AMT-COL
           MOVE 1 TO WS-LAY-LINE-WIDTH
           MOVE SPACES TO WS-LAY-TOK-TABLE
           UNSTRING WS-LAY-COLUMNS DELIMITED BY ","
               INTO WS-LAY-TOK(1) WS-LAY-TOK(2) WS-LAY-TOK(3)
                    WS-LAY-TOK(4) WS-LAY-TOK(5) WS-LAY-TOK(6)
                    WS-LAY-TOK(7) WS-LAY-TOK(8) WS-LAY-TOK(9)
                    WS-LAY-TOK(10) WS-LAY-TOK(11) WS-LAY-TOK(12)
           END-UNSTRING
           PERFORM VARYING WS-LAY-TOK-IDX FROM 1 BY 1
                   UNTIL WS-LAY-TOK-IDX > 12
               IF WS-LAY-TOK(WS-LAY-TOK-IDX) NOT = SPACES
                   MOVE FUNCTION TRIM(WS-LAY-TOK(WS-LAY-TOK-IDX))
                        TO WS-LAY-WORD
                   PERFORM LAY-FIELD-WIDTH
                   IF WS-LAY-WIDTH > 0
                       ADD 1 TO WS-LAY-COL-COUNT
                       MOVE WS-LAY-WORD
                            TO WS-LAY-C-NAME(WS-LAY-COL-COUNT)
                       MOVE WS-LAY-WIDTH
                            TO WS-LAY-C-WIDTH(WS-LAY-COL-COUNT)
                       MOVE WS-LAY-LINE-WIDTH
                            TO WS-LAY-C-POS(WS-LAY-COL-COUNT)
                       COMPUTE WS-LAY-LINE-WIDTH =
                               WS-LAY-LINE-WIDTH + WS-LAY-WIDTH + 2
                       IF WS-LAY-WORD = "amount"
                           MOVE WS-LAY-COL-COUNT TO WS-LAY-AMT-COL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           SUBTRACT 3 FROM WS-LAY-LINE-WIDTH
           IF WS-LAY-COL-COUNT = 0
               DISPLAY "Error: --columns names no usable column"
               MOVE 1 TO WS-LAY-BAD
           END-IF

           MOVE SPACES TO WS-LAY-TOK-TABLE
           UNSTRING WS-LAY-GROUPS DELIMITED BY ","
               INTO WS-LAY-TOK(1) WS-LAY-TOK(2) WS-LAY-TOK(3)
                    WS-LAY-TOK(4)
           END-UNSTRING
           IF WS-LAY-TOK(4) NOT = SPACES
               DISPLAY "Error: at most three --group levels"
               MOVE 1 TO WS-LAY-BAD
           END-IF
           PERFORM VARYING WS-LAY-TOK-IDX FROM 1 BY 1
                   UNTIL WS-LAY-TOK-IDX > 3
               IF WS-LAY-TOK(WS-LAY-TOK-IDX) NOT = SPACES
                   MOVE FUNCTION TRIM(WS-LAY-TOK(WS-LAY-TOK-IDX))
                        TO WS-LAY-WORD
                   PERFORM LAY-FIELD-WIDTH
                   IF WS-LAY-WORD = "amount"
                       DISPLAY "Error: cannot group by amount"
                       MOVE 1 TO WS-LAY-BAD
                   END-IF
                   ADD 1 TO WS-LAY-GRP-COUNT
                   MOVE WS-LAY-WORD TO WS-LAY-G-NAME(WS-LAY-GRP-COUNT)
               END-IF
           END-PERFORM

      *>   排序键前可带 "-" 表示降序
           MOVE SPACES TO WS-LAY-TOK-TABLE
           UNSTRING WS-LAY-SORT DELIMITED BY ","
               INTO WS-LAY-TOK(1) WS-LAY-TOK(2) WS-LAY-TOK(3)
                    WS-LAY-TOK(4)
           END-UNSTRING
           IF WS-LAY-TOK(4) NOT = SPACES
               DISPLAY "Error: at most three --sort keys"
               MOVE 1 TO WS-LAY-BAD
           END-IF
           PERFORM VARYING WS-LAY-TOK-IDX FROM 1 BY 1
                   UNTIL WS-LAY-TOK-IDX > 3
               IF WS-LAY-TOK(WS-LAY-TOK-IDX) NOT = SPACES
                   MOVE FUNCTION TRIM(WS-LAY-TOK(WS-LAY-TOK-IDX))
                        TO WS-LAY-WORD
                   IF WS-LAY-WORD(1:1) = "-"
                       MOVE WS-LAY-WORD(2:) TO WS-LAY-WORD
                   END-IF
                   PERFORM LAY-FIELD-WIDTH
                   ADD 1 TO WS-LAY-SORT-COUNT
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 可用栏位 -> 列宽 (未知栏位报错, 宽度置 0)
      *> ---------------------------------------------------------
       LAY-FIELD-WIDTH.
           EVALUATE WS-LAY-WORD
               WHEN "id"        MOVE 8 TO WS-LAY-WIDTH
               WHEN "date"      MOVE 10 TO WS-LAY-WIDTH
               WHEN "type"      MOVE 7 TO WS-LAY-WIDTH
               WHEN "amount"    MOVE 15 TO WS-LAY-WIDTH
               WHEN "currency"  MOVE 3 TO WS-LAY-WIDTH
               WHEN "category"  MOVE 20 TO WS-LAY-WIDTH
               WHEN "note"      MOVE 30 TO WS-LAY-WIDTH
               WHEN "payee"     MOVE 24 TO WS-LAY-WIDTH
               WHEN "account"   MOVE 18 TO WS-LAY-WIDTH
               WHEN "project"   MOVE 14 TO WS-LAY-WIDTH
               WHEN "tags"      MOVE 20 TO WS-LAY-WIDTH
               WHEN "fund"      MOVE 14 TO WS-LAY-WIDTH
               WHEN "status"    MOVE 10 TO WS-LAY-WIDTH
               WHEN OTHER
                   MOVE 0 TO WS-LAY-WIDTH
                   DISPLAY "Error: unknown field '"
                           FUNCTION TRIM(WS-LAY-WORD) "' - use id, "
                           "date, type, amount, currency, category, "
                           "note, payee, account, project, tags, "
                           "fund or status"
                   MOVE 1 TO WS-LAY-BAD
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> LAY-PRODUCE - 出一份版式 (LAYOUT-RUN 与 pack 共用).
      *> 调用方置 WS-LAY-FMT / WS-LAY-PATH (终端不用) 与期间;
      *> 结果码回 WS-LAY-RC. 后端按分组键再按排序键给行,
      *> 本段做控制断点与小计
      *> ---------------------------------------------------------
       LAY-PRODUCE.
           MOVE 0 TO WS-LAY-RC
           PERFORM LAY-PARSE-DEFINITION
           IF WS-LAY-BAD = 1
               MOVE 1 TO WS-LAY-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-LAY-QUERY NOT = SPACES
               CALL "query_get" USING BY REFERENCE WS-LAY-QUERY
                                      BY REFERENCE WS-LAY-WHERE
                                RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: layout filter names unknown "
                           "saved query '"
                           FUNCTION TRIM(WS-LAY-QUERY) "'"
                   MOVE 1 TO WS-LAY-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE WS-LAY-FMT
               WHEN "print"
                   MOVE WS-LAY-PATH TO WS-PRINT-PATH
                   OPEN OUTPUT PRINT-FILE
                   IF WS-PRINT-STATUS NOT = "00"
                       DISPLAY "Error: Cannot write "
                               FUNCTION TRIM(WS-PRINT-PATH)
                       MOVE 4 TO WS-LAY-RC
                       EXIT PARAGRAPH
                   END-IF
               WHEN "csv"
               WHEN "json"
                   OPEN OUTPUT LAYOUT-FILE
                   IF WS-LAY-STATUS NOT = "00"
                       DISPLAY "Error: Cannot write "
                               FUNCTION TRIM(WS-LAY-PATH)
                       MOVE 4 TO WS-LAY-RC
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE

           MOVE 0 TO WS-LAY-ROWS WS-LAY-GRAND WS-LAY-PAGE
           PERFORM VARYING WS-LAY-GRP-IDX FROM 1 BY 1
                   UNTIL WS-LAY-GRP-IDX > 3
               MOVE SPACES TO WS-LAY-G-CUR(WS-LAY-GRP-IDX)
               MOVE 0 TO WS-LAY-G-COUNT(WS-LAY-GRP-IDX)
                         WS-LAY-G-TOTAL(WS-LAY-GRP-IDX)
           END-PERFORM
           PERFORM LAY-HEADINGS
           IF WS-LAY-FMT = "json"
               MOVE "[" TO WS-LAY-LINE
               WRITE WS-LAY-LINE
           END-IF

           CALL "layout_rows_begin"
                USING BY REFERENCE WS-LAY-COLUMNS
                      BY REFERENCE WS-LAY-GROUPS
                      BY REFERENCE WS-LAY-SORT
                      BY REFERENCE WS-LAY-WHERE
                      BY REFERENCE WS-LAY-MONTH
                      BY REFERENCE WS-LAY-FROM
                      BY REFERENCE WS-LAY-TO
                RETURNING WS-LAY-RC
           IF WS-LAY-RC = 8
               DISPLAY "Error: the layout filter no longer parses"
               MOVE 1 TO WS-LAY-RC
           END-IF
           PERFORM UNTIL WS-LAY-RC NOT = 0
               MOVE SPACES TO WS-LAY-ROW WS-LAY-GKEYS
               MOVE 0 TO WS-LAY-AMOUNT
               CALL "layout_rows_next"
                    USING BY REFERENCE WS-LAY-ROW
                          BY REFERENCE WS-LAY-GKEYS
                          BY REFERENCE WS-LAY-AMOUNT
                    RETURNING WS-LAY-RC
               IF WS-LAY-RC = 0
                   PERFORM LAY-ONE-ROW
               END-IF
           END-PERFORM
           CALL "layout_rows_end" RETURNING WS-RC
           IF WS-LAY-RC = 3
               MOVE 0 TO WS-LAY-RC
           END-IF

      *>   收尾: 各级小计由内向外, 再出总计
           IF WS-LAY-ROWS > 0 AND WS-LAY-GRP-COUNT > 0
               MOVE 1 TO WS-LAY-BREAK
               PERFORM LAY-SUBTOTALS
           END-IF
           PERFORM LAY-GRAND-TOTAL

           EVALUATE WS-LAY-FMT
               WHEN "print"
                   CLOSE PRINT-FILE
               WHEN "csv"
                   CLOSE LAYOUT-FILE
               WHEN "json"
                   MOVE "]" TO WS-LAY-LINE
                   WRITE WS-LAY-LINE
                   CLOSE LAYOUT-FILE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 一行: 先看哪一级分组键变了 (最外层算起), 出小计与组头,
      *> 再出明细并累计
      *> ---------------------------------------------------------
       LAY-ONE-ROW.
           IF WS-LAY-GRP-COUNT > 0
               MOVE 0 TO WS-LAY-BREAK
               PERFORM VARYING WS-LAY-GRP-IDX FROM 1 BY 1
                       UNTIL WS-LAY-GRP-IDX > WS-LAY-GRP-COUNT
                          OR WS-LAY-BREAK > 0
                   IF WS-LAY-GVAL(WS-LAY-GRP-IDX)
                           NOT = WS-LAY-G-CUR(WS-LAY-GRP-IDX)
                       MOVE WS-LAY-GRP-IDX TO WS-LAY-BREAK
                   END-IF
               END-PERFORM
               IF WS-LAY-ROWS = 0
                   MOVE 1 TO WS-LAY-BREAK
               END-IF
               IF WS-LAY-BREAK > 0
                   IF WS-LAY-ROWS > 0
                       PERFORM LAY-SUBTOTALS
                   END-IF
                   PERFORM LAY-GROUP-HEADERS
               END-IF
           END-IF

           ADD 1 TO WS-LAY-ROWS
           ADD WS-LAY-AMOUNT TO WS-LAY-GRAND
           PERFORM VARYING WS-LAY-GRP-IDX FROM 1 BY 1
                   UNTIL WS-LAY-GRP-IDX > WS-LAY-GRP-COUNT
               ADD 1 TO WS-LAY-G-COUNT(WS-LAY-GRP-IDX)
               ADD WS-LAY-AMOUNT TO WS-LAY-G-TOTAL(WS-LAY-GRP-IDX)
           END-PERFORM

           EVALUATE WS-LAY-FMT
               WHEN "csv"
                   PERFORM LAY-CSV-ROW
               WHEN "json"
                   PERFORM LAY-JSON-ROW
               WHEN OTHER
                   MOVE SPACES TO WS-LAY-OUT
                   PERFORM VARYING WS-LAY-COL-IDX FROM 1 BY 1
                           UNTIL WS-LAY-COL-IDX > WS-LAY-COL-COUNT
                       IF WS-LAY-COL-IDX = WS-LAY-AMT-COL
                           COMPUTE WS-LAY-AMT-DISP =
                                   WS-LAY-AMOUNT / 100
                           MOVE WS-LAY-AMT-DISP
                                TO WS-LAY-OUT(
                                   WS-LAY-C-POS(WS-LAY-COL-IDX):15)
                       ELSE
                           MOVE WS-LAY-VAL(WS-LAY-COL-IDX)
                                TO WS-LAY-OUT(
                                   WS-LAY-C-POS(WS-LAY-COL-IDX):
                                   WS-LAY-C-WIDTH(WS-LAY-COL-IDX))
                       END-IF
                   END-PERFORM
                   PERFORM LAY-EMIT
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 从最内层到断点层出小计, 并清零这些层
      *> ---------------------------------------------------------
       LAY-SUBTOTALS.
           PERFORM VARYING WS-LAY-GRP-IDX FROM WS-LAY-GRP-COUNT BY -1
                   UNTIL WS-LAY-GRP-IDX < WS-LAY-BREAK
               IF WS-LAY-FMT = "terminal" OR WS-LAY-FMT = "print"
                   MOVE WS-LAY-G-COUNT(WS-LAY-GRP-IDX)
                        TO WS-LAY-ROWS-DISP
                   MOVE SPACES TO WS-LAY-OUT
                   COMPUTE WS-LAY-PTR = WS-LAY-GRP-IDX * 2 - 1
                   STRING "Subtotal "
                          FUNCTION TRIM(WS-LAY-G-NAME(WS-LAY-GRP-IDX))
                          " " FUNCTION TRIM(
                              WS-LAY-G-CUR(WS-LAY-GRP-IDX))
                          " (" FUNCTION TRIM(WS-LAY-ROWS-DISP) ")"
                          DELIMITED SIZE INTO WS-LAY-OUT
                          WITH POINTER WS-LAY-PTR
                   COMPUTE WS-LAY-AMT-DISP =
                           WS-LAY-G-TOTAL(WS-LAY-GRP-IDX) / 100
                   PERFORM LAY-PLACE-TOTAL
                   PERFORM LAY-EMIT
                   MOVE SPACES TO WS-LAY-OUT
                   PERFORM LAY-EMIT
               END-IF
               MOVE 0 TO WS-LAY-G-COUNT(WS-LAY-GRP-IDX)
                         WS-LAY-G-TOTAL(WS-LAY-GRP-IDX)
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 断点层及以内各层换上新键, 出组头 (逐层缩进)
      *> ---------------------------------------------------------
       LAY-GROUP-HEADERS.
           PERFORM VARYING WS-LAY-GRP-IDX FROM WS-LAY-BREAK BY 1
                   UNTIL WS-LAY-GRP-IDX > WS-LAY-GRP-COUNT
               MOVE WS-LAY-GVAL(WS-LAY-GRP-IDX)
                    TO WS-LAY-G-CUR(WS-LAY-GRP-IDX)
               IF WS-LAY-FMT = "terminal" OR WS-LAY-FMT = "print"
                   MOVE SPACES TO WS-LAY-OUT
                   COMPUTE WS-LAY-PTR = WS-LAY-GRP-IDX * 2 - 1
                   STRING FUNCTION UPPER-CASE(
                              FUNCTION TRIM(
                              WS-LAY-G-NAME(WS-LAY-GRP-IDX)))
                          ": " FUNCTION TRIM(
                              WS-LAY-G-CUR(WS-LAY-GRP-IDX))
                          DELIMITED SIZE INTO WS-LAY-OUT
                          WITH POINTER WS-LAY-PTR
                   PERFORM LAY-EMIT
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 合计金额 (调用方已置 WS-LAY-AMT-DISP) 落在金额列下,
      *> 无金额列或说明过长则接在说明之后
      *> ---------------------------------------------------------
       LAY-PLACE-TOTAL.
           IF WS-LAY-AMT-COL > 0
                   AND WS-LAY-PTR <= WS-LAY-C-POS(WS-LAY-AMT-COL)
               MOVE WS-LAY-AMT-DISP
                    TO WS-LAY-OUT(WS-LAY-C-POS(WS-LAY-AMT-COL):15)
           ELSE
               STRING "  " WS-LAY-AMT-DISP
                      DELIMITED SIZE INTO WS-LAY-OUT
                      WITH POINTER WS-LAY-PTR
           END-IF.

      *> ---------------------------------------------------------
       LAY-GRAND-TOTAL.
           IF WS-LAY-FMT NOT = "terminal" AND WS-LAY-FMT NOT = "print"
               EXIT PARAGRAPH
           END-IF
           MOVE ALL "-" TO WS-LAY-OUT
           MOVE SPACES TO WS-LAY-OUT(WS-LAY-LINE-WIDTH + 1:)
           PERFORM LAY-EMIT
           MOVE WS-LAY-ROWS TO WS-LAY-ROWS-DISP
           MOVE SPACES TO WS-LAY-OUT
           MOVE 1 TO WS-LAY-PTR
           STRING "TOTAL (" FUNCTION TRIM(WS-LAY-ROWS-DISP)
                  " row(s))"
                  DELIMITED SIZE INTO WS-LAY-OUT
                  WITH POINTER WS-LAY-PTR
           COMPUTE WS-LAY-AMT-DISP = WS-LAY-GRAND / 100
           PERFORM LAY-PLACE-TOTAL
           PERFORM LAY-EMIT.

      *> ---------------------------------------------------------
      *> 页眉: 标题 / 副标题 / 期间与过滤 / 列名与划线.
      *> 终端只出一次; 打印每 50 行换页重出, 带页码
      *> ---------------------------------------------------------
       LAY-HEADINGS.
           IF WS-LAY-FMT = "csv"
               PERFORM LAY-CSV-HEADER
               EXIT PARAGRAPH
           END-IF
           IF WS-LAY-FMT = "json"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LAY-PAGE
           MOVE 0 TO WS-LAY-PAGE-LINES
           MOVE SPACES TO WS-LAY-OUT
           IF WS-LAY-TITLE NOT = SPACES
               MOVE WS-LAY-TITLE TO WS-LAY-OUT
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-LAY-NAME) TO WS-LAY-OUT
           END-IF
           IF WS-LAY-FMT = "print"
               MOVE WS-LAY-PAGE TO WS-LAY-PAGE-DISP
               STRING "PAGE " FUNCTION TRIM(WS-LAY-PAGE-DISP)
                      DELIMITED SIZE INTO WS-LAY-OUT(120:13)
               MOVE WS-LAY-OUT(1:132) TO WS-PRINT-LINE
               IF WS-LAY-PAGE > 1
                   WRITE WS-PRINT-LINE AFTER ADVANCING PAGE
               ELSE
                   WRITE WS-PRINT-LINE
               END-IF
           ELSE
               DISPLAY FUNCTION TRIM(WS-LAY-OUT TRAILING)
           END-IF
           IF WS-LAY-HEADING NOT = SPACES
               MOVE WS-LAY-HEADING TO WS-LAY-OUT
               PERFORM LAY-EMIT-RAW
           END-IF
           MOVE SPACES TO WS-LAY-OUT
           EVALUATE TRUE
               WHEN WS-LAY-MONTH NOT = SPACES
                   STRING "Period " FUNCTION TRIM(WS-LAY-MONTH)
                          DELIMITED SIZE INTO WS-LAY-OUT
               WHEN WS-LAY-FROM NOT = SPACES
                       OR WS-LAY-TO NOT = SPACES
                   STRING "Period " FUNCTION TRIM(WS-LAY-FROM)
                          " to " FUNCTION TRIM(WS-LAY-TO)
                          DELIMITED SIZE INTO WS-LAY-OUT
               WHEN OTHER
                   MOVE "All dates" TO WS-LAY-OUT
           END-EVALUATE
           IF WS-LAY-QUERY NOT = SPACES
               STRING "   Filter: query " FUNCTION TRIM(WS-LAY-QUERY)
                      DELIMITED SIZE INTO WS-LAY-OUT(40:90)
           ELSE
               IF WS-LAY-WHERE NOT = SPACES
                   STRING "   Filter: " FUNCTION TRIM(WS-LAY-WHERE)
                          DELIMITED SIZE INTO WS-LAY-OUT(40:90)
               END-IF
           END-IF
           PERFORM LAY-EMIT-RAW
           MOVE SPACES TO WS-LAY-OUT
           PERFORM LAY-EMIT-RAW
           MOVE SPACES TO WS-LAY-OUT
           PERFORM VARYING WS-LAY-COL-IDX FROM 1 BY 1
                   UNTIL WS-LAY-COL-IDX > WS-LAY-COL-COUNT
               IF WS-LAY-COL-IDX = WS-LAY-AMT-COL
                   MOVE "         AMOUNT"
                        TO WS-LAY-OUT(WS-LAY-C-POS(WS-LAY-COL-IDX):15)
               ELSE
                   MOVE FUNCTION UPPER-CASE(
                        WS-LAY-C-NAME(WS-LAY-COL-IDX))
                        TO WS-LAY-OUT(WS-LAY-C-POS(WS-LAY-COL-IDX):
                                      WS-LAY-C-WIDTH(WS-LAY-COL-IDX))
               END-IF
           END-PERFORM
           PERFORM LAY-EMIT-RAW
           MOVE ALL "-" TO WS-LAY-OUT
           MOVE SPACES TO WS-LAY-OUT(WS-LAY-LINE-WIDTH + 1:)
           PERFORM LAY-EMIT-RAW.

      *> ---------------------------------------------------------
      *> LAY-EMIT 出一行正文 (打印满页先换页); LAY-EMIT-RAW 只管
      *> 写, 供页眉自身使用
      *> ---------------------------------------------------------
       LAY-EMIT.
           IF WS-LAY-FMT = "print" AND WS-LAY-PAGE-LINES >= 50
               PERFORM LAY-HEADINGS
           END-IF
           PERFORM LAY-EMIT-RAW.

       LAY-EMIT-RAW.
           IF WS-LAY-FMT = "print"
               MOVE WS-LAY-OUT(1:132) TO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
               ADD 1 TO WS-LAY-PAGE-LINES
           ELSE
               DISPLAY FUNCTION TRIM(WS-LAY-OUT TRAILING)
           END-IF.

      *> ---------------------------------------------------------
      *> CSV: 首行列名, 每行一笔; 文本栏一律加引号, 内嵌引号成对
      *> (小计与组头不进 CSV/JSON, 交给表格工具自行汇总)
      *> ---------------------------------------------------------
       LAY-CSV-HEADER.
           MOVE SPACES TO WS-LAY-LINE
           MOVE 1 TO WS-LAY-PTR
           PERFORM VARYING WS-LAY-COL-IDX FROM 1 BY 1
                   UNTIL WS-LAY-COL-IDX > WS-LAY-COL-COUNT
               IF WS-LAY-COL-IDX > 1
                   STRING "," DELIMITED SIZE INTO WS-LAY-LINE
                          WITH POINTER WS-LAY-PTR
               END-IF
               STRING FUNCTION TRIM(WS-LAY-C-NAME(WS-LAY-COL-IDX))
                      DELIMITED SIZE INTO WS-LAY-LINE
                      WITH POINTER WS-LAY-PTR
           END-PERFORM
           WRITE WS-LAY-LINE.

       LAY-CSV-ROW.
           MOVE SPACES TO WS-LAY-LINE
           MOVE 1 TO WS-LAY-PTR
           PERFORM VARYING WS-LAY-COL-IDX FROM 1 BY 1
                   UNTIL WS-LAY-COL-IDX > WS-LAY-COL-COUNT
               IF WS-LAY-COL-IDX > 1
                   STRING "," DELIMITED SIZE INTO WS-LAY-LINE
                          WITH POINTER WS-LAY-PTR
               END-IF
               IF WS-LAY-COL-IDX = WS-LAY-AMT-COL
                   COMPUTE WS-LAY-NUM-DISP = WS-LAY-AMOUNT / 100
                   STRING FUNCTION TRIM(WS-LAY-NUM-DISP)
                          DELIMITED SIZE INTO WS-LAY-LINE
                          WITH POINTER WS-LAY-PTR
               ELSE
                   MOVE QUOTE TO WS-LAY-CH
                   PERFORM LAY-ESCAPE
                   STRING QUOTE DELIMITED SIZE INTO WS-LAY-LINE
                          WITH POINTER WS-LAY-PTR
                   IF WS-LAY-ESC-LEN > 0
                       STRING WS-LAY-ESC(1:WS-LAY-ESC-LEN)
                              DELIMITED SIZE INTO WS-LAY-LINE
                              WITH POINTER WS-LAY-PTR
                   END-IF
                   STRING QUOTE DELIMITED SIZE INTO WS-LAY-LINE
                          WITH POINTER WS-LAY-PTR
               END-IF
           END-PERFORM
           WRITE WS-LAY-LINE.

      *> ---------------------------------------------------------
      *> JSON: 一行一个对象, 金额为数值, 其余为字符串
      *> ---------------------------------------------------------
       LAY-JSON-ROW.
           MOVE SPACES TO WS-LAY-LINE
           MOVE 1 TO WS-LAY-PTR
           IF WS-LAY-ROWS > 1
               STRING "," DELIMITED SIZE INTO WS-LAY-LINE
                      WITH POINTER WS-LAY-PTR
           END-IF
           STRING "{" DELIMITED SIZE INTO WS-LAY-LINE
                  WITH POINTER WS-LAY-PTR
           PERFORM VARYING WS-LAY-COL-IDX FROM 1 BY 1
                   UNTIL WS-LAY-COL-IDX > WS-LAY-COL-COUNT
               IF WS-LAY-COL-IDX > 1
                   STRING ", " DELIMITED SIZE INTO WS-LAY-LINE
                          WITH POINTER WS-LAY-PTR
               END-IF
               STRING QUOTE
                      FUNCTION TRIM(WS-LAY-C-NAME(WS-LAY-COL-IDX))
                      QUOTE ": "
                      DELIMITED SIZE INTO WS-LAY-LINE
                      WITH POINTER WS-LAY-PTR
               IF WS-LAY-COL-IDX = WS-LAY-AMT-COL
                   COMPUTE WS-LAY-NUM-DISP = WS-LAY-AMOUNT / 100
                   STRING FUNCTION TRIM(WS-LAY-NUM-DISP)
                          DELIMITED SIZE INTO WS-LAY-LINE
                          WITH POINTER WS-LAY-PTR
               ELSE
                   MOVE "\" TO WS-LAY-CH
                   PERFORM LAY-ESCAPE
                   STRING QUOTE DELIMITED SIZE INTO WS-LAY-LINE
                          WITH POINTER WS-LAY-PTR
                   IF WS-LAY-ESC-LEN > 0
                       STRING WS-LAY-ESC(1:WS-LAY-ESC-LEN)
                              DELIMITED SIZE INTO WS-LAY-LINE
                              WITH POINTER WS-LAY-PTR
                   END-IF
                   STRING QUOTE DELIMITED SIZE INTO WS-LAY-LINE
                          WITH POINTER WS-LAY-PTR
               END-IF
           END-PERFORM
           STRING "}" DELIMITED SIZE INTO WS-LAY-LINE
                  WITH POINTER WS-LAY-PTR
           WRITE WS-LAY-LINE.

      *> ---------------------------------------------------------
      *> 当前列的值转义进 WS-LAY-ESC: 引号前加 WS-LAY-CH
      *> (CSV 为引号本身即成对, JSON 为反斜杠); JSON 的反斜杠
      *> 本身也要加倍
      *> ---------------------------------------------------------
       LAY-ESCAPE.
           MOVE SPACES TO WS-LAY-ESC
           MOVE 0 TO WS-LAY-ESC-LEN WS-LAY-RAW-LEN
           IF WS-LAY-VAL(WS-LAY-COL-IDX) NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                    WS-LAY-VAL(WS-LAY-COL-IDX) TRAILING))
                    TO WS-LAY-RAW-LEN
           END-IF
           PERFORM VARYING WS-LAY-CH-IDX FROM 1 BY 1
                   UNTIL WS-LAY-CH-IDX > WS-LAY-RAW-LEN
               IF WS-LAY-VAL(WS-LAY-COL-IDX)(WS-LAY-CH-IDX:1) = QUOTE
                       OR (WS-LAY-CH = "\" AND
                           WS-LAY-VAL(WS-LAY-COL-IDX)
                               (WS-LAY-CH-IDX:1) = "\")
                   ADD 1 TO WS-LAY-ESC-LEN
                   MOVE WS-LAY-CH TO WS-LAY-ESC(WS-LAY-ESC-LEN:1)
               END-IF
               ADD 1 TO WS-LAY-ESC-LEN
               MOVE WS-LAY-VAL(WS-LAY-COL-IDX)(WS-LAY-CH-IDX:1)
                    TO WS-LAY-ESC(WS-LAY-ESC-LEN:1)
           END-PERFORM.

      *> ============================================================
      *> CMD: bundle - 基础数据打包迁移 (export/import)
      *> 导出类别(含父子层级)/账户(含账单周期与利率)/项目/周期
      *> 规则/预算/分类规则/模板/命名查询/报表版式等主档 (不含
      *> 交易历史)
      *> 成一个竖线分隔的文本包; 在新机器上 'ledger init' 后
      *> import, 每条记录走与手工维护完全相同的新增路径与校验
      *> ============================================================
       CMD-BUNDLE.
           EVALUATE WS-SUBCOMMAND
               WHEN "export"
                   PERFORM BUNDLE-EXPORT
               WHEN "import"
                   PERFORM BUNDLE-IMPORT
               WHEN OTHER
                   DISPLAY "Error: bundle requires a subcommand"
                   DISPLAY "Usage: ledger bundle export "
                           "[--out setup.bundle]"
                   DISPLAY "       ledger bundle import --file "
                           "setup.bundle"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> BUNDLE-EXPORT - 逐条主档记录写入包文件
      *> (记录行由后端游标按统一格式拼好, 本程序负责文件落盘)
      *> ---------------------------------------------------------
       BUNDLE-EXPORT.
      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-OUT-PATH NOT = SPACES
               MOVE WS-OUT-PATH TO WS-BUNDLE-PATH
           ELSE
               MOVE "./export/setup.bundle" TO WS-BUNDLE-PATH
           END-IF

           OPEN OUTPUT BUNDLE-FILE
           IF WS-BUNDLE-STATUS NOT = "00"
               DISPLAY "Error: Cannot create bundle file "
                       FUNCTION TRIM(WS-BUNDLE-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "LEDGER-BUNDLE|1" TO WS-BUNDLE-LINE
           WRITE WS-BUNDLE-LINE

           MOVE 0 TO WS-BND-OK
           CALL "bundle_export_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "bundle_export_next"
                    USING BY REFERENCE WS-BUNDLE-LINE
                    RETURNING WS-RC
               IF WS-RC = 0
                   WRITE WS-BUNDLE-LINE
                   ADD 1 TO WS-BND-OK
               END-IF
           END-PERFORM
           CALL "bundle_export_end" RETURNING WS-RC
           CLOSE BUNDLE-FILE

           MOVE WS-BND-OK TO WS-BND-OK-DISP
           DISPLAY "Bundle written: "
                   FUNCTION TRIM(WS-BUNDLE-PATH) " ("
                   FUNCTION TRIM(WS-BND-OK-DISP) " record(s))".

      *> ---------------------------------------------------------
      *> BUNDLE-IMPORT - 逐行读包并分发到各主档的新增路径
      *> ---------------------------------------------------------
       BUNDLE-IMPORT.
           IF WS-ARG-FILE = SPACES
               DISPLAY "Error: --file is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-FILE TO WS-BUNDLE-PATH
           OPEN INPUT BUNDLE-FILE
           IF WS-BUNDLE-STATUS NOT = "00"
               DISPLAY "Error: Cannot open bundle file "
                       FUNCTION TRIM(WS-BUNDLE-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           READ BUNDLE-FILE
               AT END
                   MOVE 1 TO WS-BND-EOF
           END-READ
           IF WS-BUNDLE-LINE(1:13) NOT = "LEDGER-BUNDLE"
               DISPLAY "Error: not a ledger bundle file"
               CLOSE BUNDLE-FILE
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BND-EOF WS-BND-OK WS-BND-FAIL
           PERFORM UNTIL WS-BND-EOF = 1
               READ BUNDLE-FILE
                   AT END
                       MOVE 1 TO WS-BND-EOF
               END-READ
               IF WS-BND-EOF = 0
                   PERFORM BUNDLE-IMPORT-ONE-LINE
               END-IF
           END-PERFORM
           CLOSE BUNDLE-FILE

           MOVE WS-BND-OK TO WS-BND-OK-DISP
           MOVE WS-BND-FAIL TO WS-BND-FAIL-DISP
           DISPLAY " "
           DISPLAY "Bundle import complete: "
                   FUNCTION TRIM(WS-BND-OK-DISP) " record(s) "
                   "created, " FUNCTION TRIM(WS-BND-FAIL-DISP)
                   " rejected"
      *>   有记录被拒时以返回码 1 收场, 供应商脚本可据此察觉
      *>   不完整的导入 (与 payroll 的拒绝行口径一致)
           IF WS-BND-FAIL > 0
               MOVE 1 TO WS-RETURN-CODE
           ELSE
               MOVE 0 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
      *> 单条包记录: 按前缀分发, 复用各主档的新增段落
      *> (同一套必填检查 / VALIDATE / 主档校验), 失败行计数后继续
      *> ---------------------------------------------------------
       BUNDLE-IMPORT-ONE-LINE.
           IF FUNCTION TRIM(WS-BUNDLE-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BND-FIELDS
           UNSTRING WS-BUNDLE-LINE DELIMITED BY "|"
               INTO WS-BND-F1 WS-BND-F2 WS-BND-F3 WS-BND-F4
                    WS-BND-F5 WS-BND-F6 WS-BND-F7 WS-BND-F8
                    WS-BND-F9
           END-UNSTRING

      *>   命令行上碰巧带着的 --parent / --note 不能漏进导入的
      *>   记录 (前一条 RECUR 记录留在 WS-ARG-NOTE 里的备注
      *>   同理), 这些值只认各记录自己带的字段
           MOVE SPACES TO WS-ARG-PARENT
           MOVE SPACES TO WS-ARG-NOTE

           MOVE 0 TO WS-RETURN-CODE
           EVALUATE FUNCTION TRIM(WS-BND-F1)
               WHEN "CAT"
                   MOVE WS-BND-F2 TO WS-ARG-NAME
                   MOVE FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-BND-F3)) TO WS-ARG-TYPE
                   IF FUNCTION TRIM(WS-BND-F4) = "1"
                       MOVE 1 TO WS-ARG-DEDUCTIBLE
                   ELSE
                       MOVE 0 TO WS-ARG-DEDUCTIBLE
                   END-IF
                   MOVE WS-BND-F5 TO WS-ARG-PARENT
                   PERFORM CATEGORY-ADD
               WHEN "ACCT"
                   MOVE WS-BND-F2 TO WS-ARG-NAME
                   MOVE FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-BND-F3)) TO WS-ARG-TYPE
                   COMPUTE WS-BND-CENTS = FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-BND-F4))
                   COMPUTE WS-AMOUNT-DISP = WS-BND-CENTS / 100
                   MOVE WS-AMOUNT-DISP TO WS-ARG-OPENING
                   MOVE FUNCTION TRIM(WS-BND-F5) TO WS-ARG-CLASS
                   PERFORM ACCOUNT-ADD
      *>           账单周期与利率属性随账户一起带过来
                   IF WS-RETURN-CODE = 0
                       COMPUTE WS-ARG-CLOSE-DAY = FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-BND-F6))
                       COMPUTE WS-ARG-DUE-DAY = FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-BND-F7))
                       IF WS-ARG-CLOSE-DAY > 0
                           CALL "account_set_cycle"
                                USING BY REFERENCE WS-ARG-NAME
                                      BY VALUE WS-ARG-CLOSE-DAY
                                      BY VALUE WS-ARG-DUE-DAY
                                RETURNING WS-RC-SAVE
                           MOVE "cycle" TO WS-MCL-FIELD
                           MOVE SPACES TO WS-MCL-BEFORE WS-MCL-AFTER
                           MOVE WS-ARG-CLOSE-DAY TO WS-MCL-DAY1
                           MOVE WS-ARG-DUE-DAY TO WS-MCL-DAY2
                           STRING "close day " WS-MCL-DAY1
                                  " due day " WS-MCL-DAY2
                                  DELIMITED SIZE INTO WS-MCL-AFTER
                           IF WS-RC-SAVE = 0
                               PERFORM MASTER-CHANGE-LOG
                           END-IF
                       END-IF
                       COMPUTE WS-ACR-RATE-BPS = FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-BND-F8))
                       IF WS-ACR-RATE-BPS NOT = 0
                           CALL "account_set_rate"
                                USING BY REFERENCE WS-ARG-NAME
                                      BY VALUE WS-ACR-RATE-BPS
                                RETURNING WS-RC-SAVE
                           MOVE "rate" TO WS-MCL-FIELD
                           MOVE SPACES TO WS-MCL-BEFORE WS-MCL-AFTER
                           STRING FUNCTION TRIM(WS-BND-F8) " bps"
                                  DELIMITED SIZE INTO WS-MCL-AFTER
                           IF WS-RC-SAVE = 0
                               PERFORM MASTER-CHANGE-LOG
                           END-IF
                       END-IF
                   END-IF
               WHEN "PRJ"
                   MOVE WS-BND-F2 TO WS-ARG-NAME
                   PERFORM PROJECT-ADD
               WHEN "QRY"
                   MOVE WS-BND-F2 TO WS-ARG-NAME
                   MOVE WS-BND-F3 TO WS-ARG-WHERE
                   PERFORM QUERY-SAVE
               WHEN "LAYOUT"
                   MOVE WS-BND-F2 TO WS-ARG-NAME
                   MOVE WS-BND-F3 TO WS-ARG-COLUMNS
                   MOVE WS-BND-F4 TO WS-ARG-GROUP
                   MOVE WS-BND-F5 TO WS-ARG-SORT-LIST
                   MOVE WS-BND-F6 TO WS-ARG-QUERY
                   MOVE WS-BND-F7 TO WS-ARG-WHERE
                   MOVE WS-BND-F8 TO WS-ARG-TITLE
                   MOVE WS-BND-F9 TO WS-ARG-HEADING
                   PERFORM LAYOUT-SAVE
               WHEN "RECUR"
                   MOVE WS-BND-F2 TO WS-ARG-CADENCE
                   MOVE WS-BND-F3 TO WS-ARG-NEXT-RUN
                   MOVE FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-BND-F4)) TO WS-ARG-TYPE
                   MOVE WS-BND-F5 TO WS-ARG-CATEGORY
                   COMPUTE WS-BND-CENTS = FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-BND-F6))
                   COMPUTE WS-AMOUNT-DISP = WS-BND-CENTS / 100
                   MOVE WS-AMOUNT-DISP TO WS-ARG-AMOUNT
                   MOVE WS-BND-F7 TO WS-ARG-NOTE
                   PERFORM RECUR-ADD
               WHEN "BUDGET"
                   MOVE WS-BND-F2 TO WS-ARG-CATEGORY
                   MOVE WS-BND-F3 TO WS-ARG-MONTH
                   COMPUTE WS-BND-CENTS = FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-BND-F4))
                   MOVE "budget" TO WS-MCL-ENTITY
                   MOVE WS-ARG-CATEGORY TO WS-MCL-KEY
                   MOVE WS-ARG-MONTH TO WS-MCL-KEY2
                   MOVE "amount" TO WS-MCL-FIELD
                   COMPUTE WS-DISP-MCL-AMT = WS-BND-CENTS / 100
                   MOVE FUNCTION TRIM(WS-DISP-MCL-AMT)
                        TO WS-MCL-AFTER
                   PERFORM MASTER-CHANGE-BEFORE
                   CALL "budget_set"
                        USING BY REFERENCE WS-ARG-CATEGORY
                              BY REFERENCE WS-ARG-MONTH
                              BY VALUE WS-BND-CENTS
                        RETURNING WS-RC
                   IF WS-RC NOT = 0
                       DISPLAY "Error: failed to set budget for '"
                               FUNCTION TRIM(WS-ARG-CATEGORY) "'"
                       MOVE 2 TO WS-RETURN-CODE
                   ELSE
                       PERFORM MASTER-CHANGE-LOG
                   END-IF
               WHEN "RULE"
                   MOVE WS-BND-F2 TO WS-ARG-MATCH
                   MOVE WS-BND-F3 TO WS-ARG-CATEGORY
                   MOVE WS-BND-F4 TO WS-ARG-PAYEE
                   MOVE FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-BND-F5)) TO WS-ARG-TYPE
                   PERFORM RULE-ADD
               WHEN "TPL"
                   MOVE WS-BND-F2 TO WS-ARG-NAME
                   MOVE FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-BND-F3)) TO WS-ARG-TYPE
                   MOVE WS-BND-F4 TO WS-ARG-CATEGORY
                   MOVE WS-BND-F5 TO WS-ARG-PAYEE
                   MOVE WS-BND-F6 TO WS-ARG-ACCOUNT
                   COMPUTE WS-BND-CENTS = FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-BND-F7))
                   IF WS-BND-CENTS > 0
                       COMPUTE WS-AMOUNT-DISP = WS-BND-CENTS / 100
                       MOVE WS-AMOUNT-DISP TO WS-ARG-AMOUNT
                   ELSE
                       MOVE SPACES TO WS-ARG-AMOUNT
                   END-IF
                   MOVE WS-BND-F8 TO WS-ARG-TAGS
                   MOVE WS-BND-F9 TO WS-ARG-NOTE
                   PERFORM TEMPLATE-ADD
               WHEN "CFG"
      *>           配置键不直接动用户的 .ledgerrc, 提示自行补上
                   DISPLAY "Add to .ledgerrc: "
                           FUNCTION TRIM(WS-BND-F2) "="
                           FUNCTION TRIM(WS-BND-F3)
               WHEN OTHER
                   DISPLAY "Skipping unknown bundle record '"
                           FUNCTION TRIM(WS-BND-F1) "'"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE

           IF WS-RETURN-CODE = 0
               ADD 1 TO WS-BND-OK
           ELSE
               ADD 1 TO WS-BND-FAIL
               MOVE 0 TO WS-RETURN-CODE
           END-IF.

      *> ============================================================
      *> CMD: undo - 撤销最近一次变更 (改/删/增)
      *> 按审计历史倒放: update 还原成前像, delete 恢复原行,
      *> add 删掉新增行; 撤销动作本身同样记入审计历史
      *> ============================================================
       CMD-UNDO.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   先看一眼最近一次变更是什么, 确认后才真正倒放
           CALL "undo_peek" USING BY REFERENCE WS-UNDO-KIND
                                  BY REFERENCE WS-UNDO-TX-ID
                            RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Nothing to undo"
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Cannot read the audit trail"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Last change: " FUNCTION TRIM(WS-UNDO-KIND)
                   " on transaction " WS-UNDO-TX-ID
           MOVE "tx" TO WS-HLD-SCOPE
           MOVE WS-UNDO-TX-ID TO WS-HLD-ID
           MOVE SPACES TO WS-HLD-ARG
           PERFORM HOLD-CHECK
           IF WS-HLD-BLOCKED = 1
               MOVE 7 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *>   倒放改/删/恢复同样会动到原行的税额
           MOVE WS-UNDO-TX-ID TO WS-VLK-ID
           MOVE SPACES TO WS-VLK-DATE
           MOVE 0 TO WS-VLK-TAX
           PERFORM VAT-LOCK-CHECK
           IF WS-VLK-LOCKED = 1
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-YES = 0
               DISPLAY "Undo it? (y/N): " WITH NO ADVANCING
               ACCEPT WS-USER-INPUT FROM CONSOLE
               IF FUNCTION UPPER-CASE(WS-USER-INPUT) NOT = "Y"
                   DISPLAY "Cancelled"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           CALL "undo_apply" RETURNING WS-RC
           IF WS-RC = 5
               DISPLAY "Error: the change falls in a closed period"
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Undo failed"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Undone: " FUNCTION TRIM(WS-UNDO-KIND)
                   " on transaction " WS-UNDO-TX-ID
                   " (the undo itself is on the audit trail)".

      *> ============================================================
      *> CMD: runs - 浏览操作流水 (每次命令调用一条)
      *> 月末数字存疑时回答 "1 号的 recur run 到底跑没跑" /
      *> "上周谁跑了 archive" 这类问题
      *> ============================================================
       CMD-RUNS.
      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "STARTED              ENDED                "
                   "OPERATOR   ROWS       RC  COMMAND"
           CALL "ops_runs_begin" USING BY VALUE WS-ARG-LIMIT
                                 RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "ops_runs_next"
                    USING BY REFERENCE WS-OPS-STARTED
                          BY REFERENCE WS-OPS-ENDED
                          BY REFERENCE WS-OPS-OPERATOR
                          BY REFERENCE WS-OPS-ROWS
                          BY REFERENCE WS-OPS-RC
                          BY REFERENCE WS-OPS-COMMAND
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-OPS-ROWS TO WS-OPS-ROWS-DISP
                   DISPLAY FUNCTION TRIM(WS-OPS-STARTED) "  "
                           FUNCTION TRIM(WS-OPS-ENDED) "  "
                           FUNCTION TRIM(WS-OPS-OPERATOR) "  "
                           WS-OPS-ROWS-DISP "  " WS-OPS-RC "  "
                           FUNCTION TRIM(WS-OPS-COMMAND)
               END-IF
           END-PERFORM
           CALL "ops_runs_end" RETURNING WS-RC.

      *> ============================================================
      *> CMD: payroll - 工资单进件接口 (带控制数与拒绝文件)
      *> 文件格式: H,日期,笔数,合计 / D,类型,金额,类别,备注 /
      *> T,笔数,合计. 尾记录控制数与明细不平时整个文件拒收;
      *> 个别明细行校验不过写入 <file>.rej 并附原因, 其余行作为
      *> 一个运行单元成组入账 (毛收入到实发的拆分行互相关联)
      *> ============================================================
       CMD-PAYROLL.
           IF WS-ARG-FILE = SPACES
               DISPLAY "Error: --file is required"
               DISPLAY "Usage: ledger payroll --file <payroll file>"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-FILE TO WS-PAY-PATH
           OPEN INPUT PAYROLL-FILE
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "Error: Cannot open payroll file "
                       FUNCTION TRIM(WS-PAY-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   第一遍: 读入全部记录并核对头/尾控制数
           MOVE 0 TO WS-PAY-EOF WS-PAY-ROWS WS-PAY-SUM
                      WS-PAY-TRL-SEEN
           MOVE SPACES TO WS-PAY-HDR-DATE
           PERFORM UNTIL WS-PAY-EOF = 1
               READ PAYROLL-FILE
                   AT END
                       MOVE 1 TO WS-PAY-EOF
               END-READ
               IF WS-PAY-EOF = 0
                   PERFORM PAYROLL-READ-ONE-LINE
               END-IF
           END-PERFORM
           CLOSE PAYROLL-FILE

           IF WS-PAY-HDR-DATE = SPACES
               DISPLAY "Error: payroll file has no header record"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PAY-TRL-SEEN = 0
               DISPLAY "Error: payroll file has no trailer record"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   控制数不平 -> 整个文件拒收, 一行都不入账
           IF WS-PAY-TRL-COUNT NOT = WS-PAY-ROWS
              OR WS-PAY-TRL-TOTAL NOT = WS-PAY-SUM
              OR WS-PAY-HDR-COUNT NOT = WS-PAY-ROWS
              OR WS-PAY-HDR-TOTAL NOT = WS-PAY-SUM
               DISPLAY "Error: control totals do not balance - "
                       "file refused"
               DISPLAY "  header:  count " WS-PAY-HDR-COUNT
                       "  total " WS-PAY-HDR-TOTAL
               DISPLAY "  trailer: count " WS-PAY-TRL-COUNT
                       "  total " WS-PAY-TRL-TOTAL
               DISPLAY "  details: count " WS-PAY-ROWS
                       "  total " WS-PAY-SUM
               MOVE 4 TO WS-RETURN-CODE
               MOVE "payroll" TO WS-ICL-INTERFACE
               MOVE "in" TO WS-ICL-DIRECTION
               MOVE WS-PAY-PATH TO WS-ICL-FILE
               MOVE WS-PAY-HDR-COUNT TO WS-ICL-HDR-COUNT
               MOVE WS-PAY-HDR-TOTAL TO WS-ICL-HDR-TOTAL
               MOVE WS-PAY-ROWS TO WS-ICL-REJECTED
               PERFORM ICL-RECORD
               EXIT PARAGRAPH
           END-IF

      *>   第二遍: 逐行校验入账, 不合格的写拒绝文件
           MOVE SPACES TO WS-REJ-PATH
           STRING FUNCTION TRIM(WS-PAY-PATH) ".rej"
                  DELIMITED SIZE INTO WS-REJ-PATH
           OPEN OUTPUT REJECT-FILE
           IF WS-REJ-STATUS NOT = "00"
               DISPLAY "Error: Cannot create reject file "
                       FUNCTION TRIM(WS-REJ-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "payroll" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           MOVE 0 TO WS-PAY-POSTED WS-PAY-REJECTED
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > WS-PAY-ROWS
               PERFORM PAYROLL-POST-ONE-ROW
           END-PERFORM
           CALL "run_end" RETURNING WS-RC
           CLOSE REJECT-FILE

           MOVE WS-PAY-POSTED TO WS-PAY-POSTED-DISP
           MOVE WS-PAY-REJECTED TO WS-PAY-REJECTED-DISP
           MOVE WS-RUN-ID TO WS-RUN-ID-DISP
           DISPLAY " "
           DISPLAY "Payroll posted: "
                   FUNCTION TRIM(WS-PAY-POSTED-DISP)
                   " row(s) (run " FUNCTION TRIM(WS-RUN-ID-DISP)
                   "), " FUNCTION TRIM(WS-PAY-REJECTED-DISP)
                   " rejected"
           IF WS-PAY-REJECTED > 0
               DISPLAY "Rejected rows written to "
                       FUNCTION TRIM(WS-REJ-PATH)
               MOVE 1 TO WS-RETURN-CODE
           END-IF

           MOVE "payroll" TO WS-ICL-INTERFACE
           MOVE "in" TO WS-ICL-DIRECTION
           MOVE WS-PAY-PATH TO WS-ICL-FILE
           MOVE WS-PAY-HDR-COUNT TO WS-ICL-HDR-COUNT
           MOVE WS-PAY-HDR-TOTAL TO WS-ICL-HDR-TOTAL
           MOVE WS-PAY-POSTED TO WS-ICL-ACCEPTED
           MOVE WS-PAY-REJECTED TO WS-ICL-REJECTED
           MOVE WS-RUN-ID TO WS-ICL-RUN-ID
           PERFORM ICL-RECORD.

      *> ---------------------------------------------------------
      *> 读入一行工资单记录: H 头 / D 明细 (存表) / T 尾
      *> ---------------------------------------------------------
       PAYROLL-READ-ONE-LINE.
           IF FUNCTION TRIM(WS-PAY-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PAY-REC-TYPE WS-PAY-F2 WS-PAY-F3
                           WS-PAY-F4 WS-PAY-F5
           UNSTRING WS-PAY-LINE DELIMITED BY ","
               INTO WS-PAY-REC-TYPE WS-PAY-F2 WS-PAY-F3
                    WS-PAY-F4 WS-PAY-F5
           END-UNSTRING

           EVALUATE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-PAY-REC-TYPE))
               WHEN "H"
                   MOVE WS-PAY-F2 TO WS-PAY-HDR-DATE
                   COMPUTE WS-PAY-HDR-COUNT = FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-PAY-F3))
                   COMPUTE WS-PAY-HDR-TOTAL ROUNDED =
                           FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-PAY-F4)) * 100
               WHEN "D"
                   IF WS-PAY-ROWS < 50
                       ADD 1 TO WS-PAY-ROWS
                       MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-PAY-F2))
                            TO WS-PAY-R-TYPE(WS-PAY-ROWS)
                       MOVE WS-PAY-F3
                            TO WS-PAY-R-AMT(WS-PAY-ROWS)
                       MOVE WS-PAY-F4
                            TO WS-PAY-R-CAT(WS-PAY-ROWS)
                       MOVE WS-PAY-F5
                            TO WS-PAY-R-NOTE(WS-PAY-ROWS)
                       COMPUTE WS-PAY-SUM ROUNDED = WS-PAY-SUM
                               + FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-PAY-F3)) * 100
                   ELSE
                       DISPLAY "Error: more than 50 detail rows - "
                               "row ignored"
                   END-IF
               WHEN "T"
                   MOVE 1 TO WS-PAY-TRL-SEEN
                   COMPUTE WS-PAY-TRL-COUNT = FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-PAY-F2))
                   COMPUTE WS-PAY-TRL-TOTAL ROUNDED =
                           FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-PAY-F3)) * 100
               WHEN OTHER
                   DISPLAY "Warning: unknown record type '"
                           FUNCTION TRIM(WS-PAY-REC-TYPE)
                           "' ignored"
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 过账一条明细: 与 BATCH-ADD-ONE-LINE 同一套校验,
      *> 不合格写拒绝文件并附原因
      *> ---------------------------------------------------------
       PAYROLL-POST-ONE-ROW.
           MOVE WS-PAY-R-TYPE(WS-PAY-IDX) TO WS-BATCH-TYPE
           MOVE WS-PAY-R-AMT(WS-PAY-IDX) TO WS-BATCH-AMOUNT
           MOVE WS-PAY-R-CAT(WS-PAY-IDX) TO WS-BATCH-CATEGORY
           MOVE WS-PAY-R-NOTE(WS-PAY-IDX) TO WS-BATCH-NOTE
           MOVE WS-PAY-HDR-DATE TO WS-BATCH-DATE

           MOVE "TYPE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-BATCH-TYPE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               PERFORM PAYROLL-REJECT-ROW
               EXIT PARAGRAPH
           END-IF

           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-BATCH-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               PERFORM PAYROLL-REJECT-ROW
               EXIT PARAGRAPH
           END-IF

           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-BATCH-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               PERFORM PAYROLL-REJECT-ROW
               EXIT PARAGRAPH
           END-IF

           CALL "category_validate"
                USING BY REFERENCE WS-BATCH-CATEGORY
                      BY REFERENCE WS-BATCH-TYPE
                RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               MOVE "unknown category" TO WS-VALID-ERROR-MSG
               PERFORM PAYROLL-REJECT-ROW
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-BATCH-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100
           MOVE 0 TO WS-TAX-CENTS

      *>   工资单代扣的 HSA/FSA 缴存超过年度上限的行拒收
           MOVE WS-BATCH-CATEGORY TO WS-HSA-CHK-CATEGORY
           MOVE SPACES TO WS-HSA-CHK-ACCOUNT
           IF WS-BATCH-TYPE = "INCOME"
               MOVE WS-ARG-ACCOUNT TO WS-HSA-CHK-ACCOUNT
           END-IF
           MOVE WS-BATCH-DATE TO WS-HSA-CHK-DATE
           MOVE WS-AMOUNT-CENTS TO WS-HSA-CHK-AMOUNT
           PERFORM HSA-CHECK-CONTRIB
           IF WS-HSA-OVER = 1
               PERFORM PAYROLL-REJECT-ROW
               EXIT PARAGRAPH
           END-IF

      *>   --fund 给了的话, 限定基金上的工资支出同样不许透支
           MOVE WS-BATCH-TYPE TO WS-FND-CHK-TYPE
           MOVE WS-AMOUNT-CENTS TO WS-FND-CHK-AMOUNT
           PERFORM FUND-CHECK-POSTING
           IF WS-FND-BLOCKED = 1
               MOVE "fund check failed" TO WS-VALID-ERROR-MSG
               PERFORM PAYROLL-REJECT-ROW
               EXIT PARAGRAPH
           END-IF

           CALL "tx_add" USING BY REFERENCE WS-BATCH-DATE
                               BY REFERENCE WS-BATCH-TYPE
                               BY REFERENCE WS-BATCH-CATEGORY
                               BY VALUE WS-AMOUNT-CENTS
                               BY REFERENCE WS-BATCH-NOTE
                               BY REFERENCE WS-ARG-TAGS
                               BY REFERENCE WS-ARG-ACCOUNT
                               BY REFERENCE WS-ARG-CURRENCY
                               BY REFERENCE WS-ARG-SPLIT
                               BY REFERENCE WS-ARG-PAYEE
                               BY VALUE WS-THRESHOLD-CENTS
                               BY REFERENCE WS-ARG-ATTACH
                               BY REFERENCE WS-ARG-DEBIT-ACCOUNT
                               BY REFERENCE WS-ARG-CREDIT-ACCOUNT
                               BY REFERENCE WS-ARG-PROJECT
                               BY REFERENCE WS-ARG-DEDUCT-OVR
                               BY VALUE WS-TAX-CENTS
                               BY VALUE WS-QTY-MILLI
                               BY REFERENCE WS-ARG-UNIT
                               BY REFERENCE WS-ARG-CHEQUE
                               BY REFERENCE WS-ARG-SHARE
                               BY REFERENCE WS-ARG-FUND
                         RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               MOVE "insert failed" TO WS-VALID-ERROR-MSG
               PERFORM PAYROLL-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAY-POSTED
           IF FUNCTION TRIM(WS-BATCH-TYPE) = "EXPENSE"
               MOVE WS-AMOUNT-CENTS TO WS-PEC-POSTED
               PERFORM PROJECT-ESTIMATE-CHECK
           END-IF.

      *> ---------------------------------------------------------
      *> 把一条被拒明细连同原因写入拒绝文件
      *> ---------------------------------------------------------
       PAYROLL-REJECT-ROW.
           ADD 1 TO WS-PAY-REJECTED
           MOVE SPACES TO WS-REJ-LINE
           STRING "D,"
                  FUNCTION TRIM(WS-PAY-R-TYPE(WS-PAY-IDX)) ","
                  FUNCTION TRIM(WS-PAY-R-AMT(WS-PAY-IDX)) ","
                  FUNCTION TRIM(WS-PAY-R-CAT(WS-PAY-IDX)) ","
                  FUNCTION TRIM(WS-PAY-R-NOTE(WS-PAY-IDX))
                  ",REASON: "
                  FUNCTION TRIM(WS-VALID-ERROR-MSG)
                  DELIMITED SIZE INTO WS-REJ-LINE
           WRITE WS-REJ-LINE.

      *> ============================================================
      *> CMD: setup - 新机器的引导式初始化向导
      *> 以前提库要一小时按正确顺序敲 category add / account add
      *> / budget set / recur add; 这里按 CMD-SHELL 的问答路数把
      *> 类别/账户(含期初)/预算/周期账单一段段问全, 先收集后
      *> 过目: 汇总确认后才开库, 在一个运行号下整批落档 -
      *> 中途反悔一条都不会写. 已有 bundle 的机器直接
      *> 'bundle import' 更快
      *> ============================================================
       CMD-SETUP.
           DISPLAY "Ledger setup wizard - leave a name blank to "
                   "finish a section"

           DISPLAY " "
           DISPLAY "Step 1/4: categories"
           MOVE 0 TO WS-WIZ-CAT-COUNT WS-WIZ-DONE
           PERFORM SETUP-ASK-CATEGORY UNTIL WS-WIZ-DONE = 1

           DISPLAY " "
           DISPLAY "Step 2/4: accounts with opening balances"
           MOVE 0 TO WS-WIZ-ACCT-COUNT WS-WIZ-DONE
           PERFORM SETUP-ASK-ACCOUNT UNTIL WS-WIZ-DONE = 1

           DISPLAY " "
           DISPLAY "Step 3/4: monthly budgets"
           MOVE 0 TO WS-WIZ-BUD-COUNT WS-WIZ-DONE
           PERFORM SETUP-ASK-BUDGET UNTIL WS-WIZ-DONE = 1

           DISPLAY " "
           DISPLAY "Step 4/4: recurring bills"
           MOVE 0 TO WS-WIZ-REC-COUNT WS-WIZ-DONE
           PERFORM SETUP-ASK-RECUR UNTIL WS-WIZ-DONE = 1

      *>   过目与确认: 确认前一个字节都没写
           DISPLAY " "
           DISPLAY "Summary:"
           DISPLAY "  categories:      " WS-WIZ-CAT-COUNT
           DISPLAY "  accounts:        " WS-WIZ-ACCT-COUNT
           DISPLAY "  budgets:         " WS-WIZ-BUD-COUNT
           DISPLAY "  recurring bills: " WS-WIZ-REC-COUNT
           IF WS-WIZ-CAT-COUNT = 0 AND WS-WIZ-ACCT-COUNT = 0
                   AND WS-WIZ-BUD-COUNT = 0
                   AND WS-WIZ-REC-COUNT = 0
               DISPLAY "Nothing collected - nothing to commit"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Commit everything in one batch? (y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-USER-INPUT FROM CONSOLE
           IF FUNCTION UPPER-CASE(WS-USER-INPUT) NOT = "Y"
               DISPLAY "Cancelled - nothing was written"
               EXIT PARAGRAPH
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "db_init_schema" RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Cannot create schema"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   整批落档: 类别先行 (账户/预算/规则都引用它们),
      *>   每条走与手工维护完全相同的新增段落与校验
           MOVE "setup" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           MOVE 0 TO WS-WIZ-OK WS-WIZ-FAIL

           PERFORM VARYING WS-WIZ-IDX FROM 1 BY 1
                   UNTIL WS-WIZ-IDX > WS-WIZ-CAT-COUNT
               MOVE WS-WIZ-C-NAME(WS-WIZ-IDX) TO WS-ARG-NAME
               MOVE WS-WIZ-C-TYPE(WS-WIZ-IDX) TO WS-ARG-TYPE
               MOVE SPACES TO WS-ARG-PARENT
               MOVE 0 TO WS-ARG-DEDUCTIBLE WS-RETURN-CODE
               PERFORM CATEGORY-ADD
               PERFORM SETUP-TALLY-RESULT
           END-PERFORM

           PERFORM VARYING WS-WIZ-IDX FROM 1 BY 1
                   UNTIL WS-WIZ-IDX > WS-WIZ-ACCT-COUNT
               MOVE WS-WIZ-A-NAME(WS-WIZ-IDX) TO WS-ARG-NAME
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                    WS-WIZ-A-TYPE(WS-WIZ-IDX))) TO WS-ARG-TYPE
               MOVE WS-WIZ-A-OPENING(WS-WIZ-IDX)
                    TO WS-ARG-OPENING
               MOVE SPACES TO WS-ARG-CLASS
               MOVE 0 TO WS-RETURN-CODE
               PERFORM ACCOUNT-ADD
               PERFORM SETUP-TALLY-RESULT
           END-PERFORM

           PERFORM VARYING WS-WIZ-IDX FROM 1 BY 1
                   UNTIL WS-WIZ-IDX > WS-WIZ-BUD-COUNT
               MOVE WS-WIZ-B-CAT(WS-WIZ-IDX) TO WS-ARG-CATEGORY
               MOVE WS-WIZ-B-MONTH(WS-WIZ-IDX) TO WS-ARG-MONTH
               MOVE WS-WIZ-B-AMOUNT(WS-WIZ-IDX) TO WS-ARG-AMOUNT
               MOVE 0 TO WS-RETURN-CODE
               PERFORM BUDGET-SET
               PERFORM SETUP-TALLY-RESULT
           END-PERFORM

           PERFORM VARYING WS-WIZ-IDX FROM 1 BY 1
                   UNTIL WS-WIZ-IDX > WS-WIZ-REC-COUNT
               MOVE WS-WIZ-R-CADENCE(WS-WIZ-IDX)
                    TO WS-ARG-CADENCE
               MOVE WS-WIZ-R-NEXT(WS-WIZ-IDX) TO WS-ARG-NEXT-RUN
               MOVE WS-WIZ-R-TYPE(WS-WIZ-IDX) TO WS-ARG-TYPE
               MOVE WS-WIZ-R-CAT(WS-WIZ-IDX) TO WS-ARG-CATEGORY
               MOVE WS-WIZ-R-AMOUNT(WS-WIZ-IDX) TO WS-ARG-AMOUNT
               MOVE WS-WIZ-R-NOTE(WS-WIZ-IDX) TO WS-ARG-NOTE
               MOVE 0 TO WS-RETURN-CODE
               PERFORM RECUR-ADD
               PERFORM SETUP-TALLY-RESULT
           END-PERFORM

           CALL "run_end" RETURNING WS-RC
           MOVE 0 TO WS-RETURN-CODE
           MOVE WS-RUN-ID TO WS-RUN-ID-DISP
           DISPLAY " "
           DISPLAY "Setup committed: " WS-WIZ-OK " record(s) "
                   "created, " WS-WIZ-FAIL " failed (run "
                   FUNCTION TRIM(WS-RUN-ID-DISP) ")"
           IF WS-WIZ-FAIL > 0
               MOVE 1 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
       SETUP-TALLY-RESULT.
           IF WS-RETURN-CODE = 0
               ADD 1 TO WS-WIZ-OK
           ELSE
               ADD 1 TO WS-WIZ-FAIL
               MOVE 0 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
      *> 问一条类别 (名字留空 = 本段结束)
      *> ---------------------------------------------------------
       SETUP-ASK-CATEGORY.
           IF WS-WIZ-CAT-COUNT >= 50
               MOVE 1 TO WS-WIZ-DONE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "category name: " WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           IF FUNCTION TRIM(WS-SHELL-INPUT) = SPACES
               MOVE 1 TO WS-WIZ-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-NAME

           DISPLAY "  type (income/expense): " WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SHELL-INPUT))
                TO WS-ARG-TYPE
           MOVE "TYPE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-TYPE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "  " FUNCTION TRIM(WS-VALID-ERROR-MSG)
                       " - entry skipped"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-WIZ-CAT-COUNT
           MOVE WS-ARG-NAME TO WS-WIZ-C-NAME(WS-WIZ-CAT-COUNT)
           MOVE WS-ARG-TYPE TO WS-WIZ-C-TYPE(WS-WIZ-CAT-COUNT).

      *> ---------------------------------------------------------
      *> 问一个账户 (名字留空 = 本段结束)
      *> ---------------------------------------------------------
       SETUP-ASK-ACCOUNT.
           IF WS-WIZ-ACCT-COUNT >= 20
               MOVE 1 TO WS-WIZ-DONE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "account name: " WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           IF FUNCTION TRIM(WS-SHELL-INPUT) = SPACES
               MOVE 1 TO WS-WIZ-DONE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WIZ-ACCT-COUNT
           MOVE FUNCTION TRIM(WS-SHELL-INPUT)
                TO WS-WIZ-A-NAME(WS-WIZ-ACCT-COUNT)

           DISPLAY "  type (checking/savings/credit/cash): "
                   WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION TRIM(WS-SHELL-INPUT)
                TO WS-WIZ-A-TYPE(WS-WIZ-ACCT-COUNT)

           DISPLAY "  opening balance [0.00]: " WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           IF FUNCTION TRIM(WS-SHELL-INPUT) = SPACES
               MOVE "0.00"
                    TO WS-WIZ-A-OPENING(WS-WIZ-ACCT-COUNT)
           ELSE
               MOVE FUNCTION TRIM(WS-SHELL-INPUT)
                    TO WS-WIZ-A-OPENING(WS-WIZ-ACCT-COUNT)
           END-IF.

      *> ---------------------------------------------------------
      *> 问一条预算 (类别留空 = 本段结束)
      *> ---------------------------------------------------------
       SETUP-ASK-BUDGET.
           IF WS-WIZ-BUD-COUNT >= 30
               MOVE 1 TO WS-WIZ-DONE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "budget category: " WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           IF FUNCTION TRIM(WS-SHELL-INPUT) = SPACES
               MOVE 1 TO WS-WIZ-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-CATEGORY

           DISPLAY "  month (YYYY-MM): " WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-MONTH
           MOVE "MONTH" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-MONTH WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "  " FUNCTION TRIM(WS-VALID-ERROR-MSG)
                       " - entry skipped"
               EXIT PARAGRAPH
           END-IF

           DISPLAY FUNCTION TRIM(WS-MSG-PROMPT-AMOUNT) " "
                   WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-AMOUNT
           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "  " FUNCTION TRIM(WS-VALID-ERROR-MSG)
                       " - entry skipped"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-WIZ-BUD-COUNT
           MOVE WS-ARG-CATEGORY
                TO WS-WIZ-B-CAT(WS-WIZ-BUD-COUNT)
           MOVE WS-ARG-MONTH TO WS-WIZ-B-MONTH(WS-WIZ-BUD-COUNT)
           MOVE WS-ARG-AMOUNT
                TO WS-WIZ-B-AMOUNT(WS-WIZ-BUD-COUNT).

      *> ---------------------------------------------------------
      *> 问一条周期账单 (类别留空 = 本段结束)
      *> ---------------------------------------------------------
       SETUP-ASK-RECUR.
           IF WS-WIZ-REC-COUNT >= 20
               MOVE 1 TO WS-WIZ-DONE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "recurring bill category: " WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           IF FUNCTION TRIM(WS-SHELL-INPUT) = SPACES
               MOVE 1 TO WS-WIZ-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-CATEGORY

           DISPLAY "  type (income/expense): " WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SHELL-INPUT))
                TO WS-ARG-TYPE
           MOVE "TYPE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-TYPE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "  " FUNCTION TRIM(WS-VALID-ERROR-MSG)
                       " - entry skipped"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "  cadence (monthly/weekly): "
                   WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-SHELL-INPUT))
                TO WS-ARG-CADENCE

           DISPLAY "  first run (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-NEXT-RUN
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-NEXT-RUN WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "  " FUNCTION TRIM(WS-VALID-ERROR-MSG)
                       " - entry skipped"
               EXIT PARAGRAPH
           END-IF

           DISPLAY FUNCTION TRIM(WS-MSG-PROMPT-AMOUNT) " "
                   WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE
           MOVE FUNCTION TRIM(WS-SHELL-INPUT) TO WS-ARG-AMOUNT
           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "  " FUNCTION TRIM(WS-VALID-ERROR-MSG)
                       " - entry skipped"
               EXIT PARAGRAPH
           END-IF

           DISPLAY FUNCTION TRIM(WS-MSG-PROMPT-NOTE) " "
                   WITH NO ADVANCING
           ACCEPT WS-SHELL-INPUT FROM CONSOLE

           ADD 1 TO WS-WIZ-REC-COUNT
           MOVE WS-ARG-CADENCE
                TO WS-WIZ-R-CADENCE(WS-WIZ-REC-COUNT)
           MOVE WS-ARG-NEXT-RUN
                TO WS-WIZ-R-NEXT(WS-WIZ-REC-COUNT)
           MOVE WS-ARG-TYPE TO WS-WIZ-R-TYPE(WS-WIZ-REC-COUNT)
           MOVE WS-ARG-CATEGORY
                TO WS-WIZ-R-CAT(WS-WIZ-REC-COUNT)
           MOVE WS-ARG-AMOUNT
                TO WS-WIZ-R-AMOUNT(WS-WIZ-REC-COUNT)
           MOVE FUNCTION TRIM(WS-SHELL-INPUT)
                TO WS-WIZ-R-NOTE(WS-WIZ-REC-COUNT).

      *> ============================================================
      *> CMD: update-bulk - 带过滤/试算/可整批回滚的批量改行
      *> 200 行项目标错不再敲 200 次 update: --where 表达式
      *> (或 --query 存好的命名查询) 圈定行, --set field=value
      *> 给出改法; 先报命中行数并抽样展示, 确认后在运行号下
      *> 整批套用 - 改坏了 'run backout --id N' 一条命令倒带,
      *> 每一行的改动照旧进 DAO 审计历史
      *> ============================================================
       CMD-UPDATE-BULK.
           IF WS-ARG-SET = SPACES
               DISPLAY "Error: --set field=value is required"
               DISPLAY "Usage: ledger update-bulk --where '<expr>' "
                       "--set project=alpha [--dry-run] [--yes]"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BLK-FIELD WS-BLK-VALUE
           UNSTRING WS-ARG-SET DELIMITED BY "="
               INTO WS-BLK-FIELD WS-BLK-VALUE
           END-UNSTRING
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-BLK-FIELD))
                TO WS-BLK-FIELD
           IF WS-BLK-FIELD = SPACES OR WS-BLK-VALUE = SPACES
               DISPLAY "Error: --set must look like field=value"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-BLK-FIELD NOT = "category"
                   AND WS-BLK-FIELD NOT = "payee"
                   AND WS-BLK-FIELD NOT = "project"
                   AND WS-BLK-FIELD NOT = "account"
                   AND WS-BLK-FIELD NOT = "tags"
                   AND WS-BLK-FIELD NOT = "note"
               DISPLAY "Error: --set accepts category, payee, "
                       "project, account, tags or note"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   --query: 把保存过的命名查询取出来当 --where 表达式用
           IF WS-ARG-QUERY NOT = SPACES AND WS-ARG-WHERE = SPACES
               CALL "query_get" USING BY REFERENCE WS-ARG-QUERY
                                      BY REFERENCE WS-ARG-WHERE
                                RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: unknown saved query '"
                           FUNCTION TRIM(WS-ARG-QUERY) "' - run "
                           "'ledger query list'"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-ARG-WHERE = SPACES
               DISPLAY "Error: --where (or --query) is required - "
                       "a bulk change with no filter would touch "
                       "every row"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   新值先对主档: 单行 update 会校验类别, 批量没理由更松 -
      *>   --set 里一个错字整批铺开正是这条命令要收拾的那种烂摊子
           PERFORM BULK-VALIDATE-VALUE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "where" TO WS-HLD-SCOPE
           MOVE 0 TO WS-HLD-ID
           MOVE WS-ARG-WHERE TO WS-HLD-ARG
           PERFORM HOLD-CHECK
           IF WS-HLD-BLOCKED = 1
               MOVE 7 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   试算: 命中行数 + 前 10 行抽样 (ARCHIVE-PREVIEW 一路)
           MOVE 0 TO WS-BLK-COUNT WS-BLK-SHOWN
           CALL "bulk_preview_begin"
                USING BY REFERENCE WS-ARG-WHERE
                RETURNING WS-RC
           IF WS-RC = 8
               DISPLAY "Error: invalid --where expression"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Preview failed"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ID        DATE        CATEGORY          AMOUNT"
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "bulk_preview_next"
                    USING BY REFERENCE WS-LIST-ID
                          BY REFERENCE WS-LIST-DATE
                          BY REFERENCE WS-LIST-CATEGORY
                          BY REFERENCE WS-LIST-AMOUNT
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-BLK-COUNT
                   IF WS-BLK-SHOWN < 10
                       ADD 1 TO WS-BLK-SHOWN
                       MOVE WS-LIST-ID TO WS-LIST-ID-DISP
                       COMPUTE WS-AMOUNT-DISP =
                               WS-LIST-AMOUNT / 100
                       DISPLAY WS-LIST-ID-DISP "  "
                               FUNCTION TRIM(WS-LIST-DATE) "  "
                               FUNCTION TRIM(WS-LIST-CATEGORY)
                               "  " WS-AMOUNT-DISP
                   END-IF
               END-IF
           END-PERFORM
           CALL "bulk_preview_end" RETURNING WS-RC

           MOVE WS-BLK-COUNT TO WS-BLK-COUNT-DISP
           IF WS-BLK-COUNT > WS-BLK-SHOWN
               DISPLAY "  ... and more"
           END-IF
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-BLK-COUNT-DISP)
                   " row(s) would get "
                   FUNCTION TRIM(WS-BLK-FIELD) " = '"
                   FUNCTION TRIM(WS-BLK-VALUE) "'"
           IF WS-BLK-COUNT = 0
               DISPLAY "Nothing matches - no change made"
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-DRY-RUN = 1
               DISPLAY "DRY RUN - nothing was changed"
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-YES = 0
               DISPLAY "Apply the change to all of them? (y/N): "
                       WITH NO ADVANCING
               ACCEPT WS-USER-INPUT FROM CONSOLE
               IF FUNCTION UPPER-CASE(WS-USER-INPUT) NOT = "Y"
                   DISPLAY "Cancelled"
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *>   正式套用: 整批挂在运行号下, 每行改动照旧留审计前像
           MOVE "bulk" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           CALL "bulk_update" USING BY REFERENCE WS-ARG-WHERE
                                    BY REFERENCE WS-BLK-FIELD
                                    BY REFERENCE WS-BLK-VALUE
                                    BY REFERENCE WS-BLK-ROWS
                              RETURNING WS-RC
           CALL "run_end" RETURNING WS-RC-SAVE
           IF WS-RC = 5
               DISPLAY "Error: some matched rows fall in a closed "
                       "period - nothing was changed"
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Bulk update failed - nothing was "
                       "changed"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BLK-ROWS TO WS-BLK-ROWS-DISP
           MOVE WS-RUN-ID TO WS-RUN-ID-DISP
           DISPLAY FUNCTION TRIM(WS-BLK-ROWS-DISP)
                   " row(s) updated (run "
                   FUNCTION TRIM(WS-RUN-ID-DISP)
                   " - 'ledger run backout --id "
                   FUNCTION TRIM(WS-RUN-ID-DISP)
                   "' reverses the whole change)".

      *> ---------------------------------------------------------
      *> 批量改行的新值对主档校验 (与单行路径同一口径):
      *> 类别过 category_validate (收入/支出任一边登记过即可,
      *> 批量可能同时圈住两种类型的行), 项目过 project_validate,
      *> 账户以账户主档存在为准; tags/note 是自由文本不设防
      *> ---------------------------------------------------------
       BULK-VALIDATE-VALUE.
           EVALUATE WS-BLK-FIELD
               WHEN "category"
                   MOVE "INCOME" TO WS-UPDATE-TYPE
                   CALL "category_validate"
                        USING BY REFERENCE WS-BLK-VALUE
                              BY REFERENCE WS-UPDATE-TYPE
                        RETURNING WS-RC
                   IF WS-RC NOT = 0
                       MOVE "EXPENSE" TO WS-UPDATE-TYPE
                       CALL "category_validate"
                            USING BY REFERENCE WS-BLK-VALUE
                                  BY REFERENCE WS-UPDATE-TYPE
                            RETURNING WS-RC
                   END-IF
                   IF WS-RC NOT = 0
                       DISPLAY "Error: unknown category '"
                               FUNCTION TRIM(WS-BLK-VALUE)
                               "' - run 'ledger category add' "
                               "first"
                       MOVE 1 TO WS-RETURN-CODE
                   END-IF
               WHEN "project"
                   CALL "project_validate"
                        USING BY REFERENCE WS-BLK-VALUE
                        RETURNING WS-RC
                   IF WS-RC NOT = 0
                       DISPLAY "Error: unknown project '"
                               FUNCTION TRIM(WS-BLK-VALUE)
                               "' - run 'ledger project add' "
                               "first"
                       MOVE 1 TO WS-RETURN-CODE
                   END-IF
               WHEN "account"
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
                   MOVE SPACES TO WS-ARG-AS-OF
                   STRING WS-DT-YEAR "-" WS-DT-MONTH "-"
                          WS-DT-DAY
                          DELIMITED SIZE INTO WS-ARG-AS-OF
                   CALL "account_balance_as_of"
                        USING BY REFERENCE WS-BLK-VALUE
                              BY REFERENCE WS-ARG-AS-OF
                              BY REFERENCE WS-LEDGER-BALANCE
                        RETURNING WS-RC
                   IF WS-RC NOT = 0
                       DISPLAY "Error: unknown account '"
                               FUNCTION TRIM(WS-BLK-VALUE)
                               "' - run 'ledger account add' "
                               "first"
                       MOVE 1 TO WS-RETURN-CODE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> ============================================================
      *> CMD: nsf - 退票 (NSF) 一步处理
      *> 客户支票在 ar_pay 收款并 CMD-CLEAR 勾销之后被银行退回,
      *> 以前要四条命令手工倒带还总漏一条. 这里一步到位 (后端
      *> 同一事务): 冲销收款流水 / 把应收余额重新挂开 (账龄表
      *> 立即回到名单上) / 记银行退票手续费 / 取消该行的勾销
      *> 标记 - 全部挂同一条引用, 审计痕迹一路可循
      *> ============================================================
       CMD-NSF.
           IF WS-ARG-ID = 0 OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --id (the receivable) and --date "
                       "are required"
               DISPLAY "Usage: ledger nsf --id <ar id> --date "
                       "YYYY-MM-DD [--amount <bank fee>]"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NSF-FEE
           IF WS-ARG-AMOUNT NOT = SPACES
               COMPUTE WS-NSF-FEE ROUNDED =
                       FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-ARG-AMOUNT)) * 100
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "nsf_process" USING BY VALUE WS-ARG-ID
                                    BY REFERENCE WS-ARG-DATE
                                    BY VALUE WS-NSF-FEE
                                    BY REFERENCE WS-NSF-REOPENED
                                    BY REFERENCE WS-NSF-REF
                              RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Receivable " WS-ARG-ID
                       " not found or carries no payment to "
                       "reverse"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC = 5
               DISPLAY "Error: the receipt falls in a closed "
                       "period - nothing was reversed"
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: NSF processing failed - nothing "
                       "was changed"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DISP-NSF-OPEN = WS-NSF-REOPENED / 100
           COMPUTE WS-DISP-NSF-FEE = WS-NSF-FEE / 100
           DISPLAY "Returned payment processed (ref "
                   WS-NSF-REF "):"
           DISPLAY "- receipt reversed and the row un-cleared"
           DISPLAY "- receivable " WS-ARG-ID " reopened for "
                   WS-DISP-NSF-OPEN
                   " (back on the aging report)"
           IF WS-NSF-FEE > 0
               DISPLAY "- bank returned-item fee posted: "
                       WS-DISP-NSF-FEE
           END-IF.

      *> ============================================================
      *> CMD: time - 计费工时 (add/list/bill/wip)
      *> 工时不再住在电子表格里: 逐条记 (日期/项目/时数/费率/
      *> 客户), 月末 'time bill' 把未开票工时按客户归拢, 经
      *> ar_add 一户起草一笔应收并把工时标成已开票;
      *> 'time wip' 给出各项目未开票在手工作量, 与 report
      *> project 的成本口径并排看
      *> ============================================================
       CMD-TIME.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "add"
                   PERFORM TIME-ADD
               WHEN "list"
                   PERFORM TIME-LIST
               WHEN "bill"
                   PERFORM TIME-BILL
               WHEN "wip"
                   PERFORM TIME-WIP
               WHEN OTHER
                   DISPLAY "Error: time requires a subcommand"
                   DISPLAY "Usage: ledger time add --project <p> "
                           "--date YYYY-MM-DD --qty <hours> "
                           "--rate <per hour> --payee <customer> "
                           "[--note note]"
                   DISPLAY "       ledger time list "
                           "[--project <p>]"
                   DISPLAY "       ledger time bill --month "
                           "YYYY-MM"
                   DISPLAY "       ledger time wip"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       TIME-ADD.
           IF WS-ARG-PROJECT = SPACES OR WS-ARG-DATE = SPACES
              OR WS-QTY-MILLI = 0 OR WS-ARG-RATE = SPACES
              OR WS-ARG-PAYEE = SPACES
               DISPLAY "Error: --project, --date, --qty, --rate "
                       "and --payee are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "project_validate"
                USING BY REFERENCE WS-ARG-PROJECT
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: unknown project '"
                       FUNCTION TRIM(WS-ARG-PROJECT) "'"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TIM-RATE ROUNDED =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-RATE))
                   * 100
           IF WS-TIM-RATE <= 0
               DISPLAY "Error: --rate must be greater than 0"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "time_add" USING BY REFERENCE WS-ARG-DATE
                                 BY REFERENCE WS-ARG-PROJECT
                                 BY VALUE WS-QTY-MILLI
                                 BY VALUE WS-TIM-RATE
                                 BY REFERENCE WS-ARG-PAYEE
                                 BY REFERENCE WS-ARG-NOTE
                           RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to record the time entry"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DISP-TIM-HOURS = WS-QTY-MILLI / 1000
           DISPLAY WS-DISP-TIM-HOURS " hour(s) recorded on '"
                   FUNCTION TRIM(WS-ARG-PROJECT) "'".

      *> ---------------------------------------------------------
       TIME-LIST.
           DISPLAY "ID        DATE        PROJECT             "
                   "HOURS       RATE         BILLED  NOTE"
           CALL "time_list_begin"
                USING BY REFERENCE WS-ARG-PROJECT
                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "time_list_next"
                    USING BY REFERENCE WS-TIM-ID
                          BY REFERENCE WS-LIST-DATE
                          BY REFERENCE WS-PRJ-NAME
                          BY REFERENCE WS-TIM-HOURS
                          BY REFERENCE WS-TIM-RATE
                          BY REFERENCE WS-TIM-BILLED
                          BY REFERENCE WS-LIST-NOTE
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-TIM-ID TO WS-LIST-ID-DISP
                   COMPUTE WS-DISP-TIM-HOURS = WS-TIM-HOURS / 1000
                   COMPUTE WS-DISP-TIM-RATE = WS-TIM-RATE / 100
                   IF WS-TIM-BILLED = 1
                       DISPLAY WS-LIST-ID-DISP "  "
                               FUNCTION TRIM(WS-LIST-DATE) "  "
                               FUNCTION TRIM(WS-PRJ-NAME) "  "
                               WS-DISP-TIM-HOURS "  "
                               WS-DISP-TIM-RATE "  Y  "
                               FUNCTION TRIM(WS-LIST-NOTE)
                   ELSE
                       DISPLAY WS-LIST-ID-DISP "  "
                               FUNCTION TRIM(WS-LIST-DATE) "  "
                               FUNCTION TRIM(WS-PRJ-NAME) "  "
                               WS-DISP-TIM-HOURS "  "
                               WS-DISP-TIM-RATE "  N  "
                               FUNCTION TRIM(WS-LIST-NOTE)
                   END-IF
               END-IF
           END-PERFORM
           CALL "time_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> TIME-BILL - 月度开票: 未开票工时按客户归拢, 一户经
      *> ar_add 起草一笔应收, 工时随之标成已开票; 整月在运行
      *> 号下, 起草错了 'run backout' 一次撤掉
      *> ---------------------------------------------------------
       TIME-BILL.
           IF WS-ARG-MONTH = SPACES
               DISPLAY "Error: --month is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "timebill" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           CALL "time_bill" USING BY REFERENCE WS-ARG-MONTH
                                  BY REFERENCE WS-TIM-DRAFTED
                                  BY REFERENCE WS-TIM-TOTAL
                            RETURNING WS-RC
           CALL "run_end" RETURNING WS-RC-SAVE
           IF WS-RC NOT = 0
               DISPLAY "Error: Billing run failed"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TIM-DRAFTED TO WS-TIM-DRAFTED-DISP
           COMPUTE WS-DISP-TIM-TOTAL = WS-TIM-TOTAL / 100
           MOVE WS-RUN-ID TO WS-RUN-ID-DISP
           DISPLAY FUNCTION TRIM(WS-TIM-DRAFTED-DISP)
                   " receivable(s) drafted for "
                   FUNCTION TRIM(WS-ARG-MONTH) ", total "
                   WS-DISP-TIM-TOTAL " (run "
                   FUNCTION TRIM(WS-RUN-ID-DISP) ")"
           DISPLAY "Print them with 'ledger ar invoice --id N'".

      *> ---------------------------------------------------------
      *> TIME-WIP - 各项目未开票在手工作量 (时数与按费率的价值)
      *> ---------------------------------------------------------
       TIME-WIP.
           DISPLAY "PROJECT               UNBILLED HRS  VALUE"
           MOVE 0 TO WS-TIM-TOTAL
           CALL "time_wip_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "time_wip_next"
                    USING BY REFERENCE WS-PRJ-NAME
                          BY REFERENCE WS-TIM-HOURS
                          BY REFERENCE WS-TIM-VALUE
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD WS-TIM-VALUE TO WS-TIM-TOTAL
                   COMPUTE WS-DISP-TIM-HOURS = WS-TIM-HOURS / 1000
                   COMPUTE WS-DISP-TIM-VALUE = WS-TIM-VALUE / 100
                   DISPLAY FUNCTION TRIM(WS-PRJ-NAME) "  "
                           WS-DISP-TIM-HOURS "  "
                           WS-DISP-TIM-VALUE
               END-IF
           END-PERFORM
           CALL "time_wip_end" RETURNING WS-RC
           COMPUTE WS-DISP-TIM-TOTAL = WS-TIM-TOTAL / 100
           DISPLAY " "
           DISPLAY "Total work in progress: " WS-DISP-TIM-TOTAL.

      *> ============================================================
      *> CMD: upgrade - 引导式模式升级
      *> 库里盖着模式版本戳, 版本不匹配时所有命令在开库处干净
      *> 拒绝 (见 DISPLAY-DB-OPEN-ERROR). 这里按部就班升级:
      *> 先 db_backup 落一个快照, 再逐条套迁移步骤并报进度;
      *> --dry-run 只列出会执行的步骤, 库一个字节不动
      *> ============================================================
       CMD-UPGRADE.
      *>   迁移模式打开: 不做版本闸门 (正常 db_open 会拒绝)
           CALL "db_open_for_upgrade"
                USING BY REFERENCE WS-DB-PATH
                RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_schema_versions"
                USING BY REFERENCE WS-UPG-DB-VER
                      BY REFERENCE WS-UPG-BIN-VER
                RETURNING WS-RC
           DISPLAY "Database schema version: " WS-UPG-DB-VER
           DISPLAY "This binary's version:   " WS-UPG-BIN-VER
           IF WS-UPG-DB-VER = WS-UPG-BIN-VER
               DISPLAY "Schema is already current - nothing to do"
               EXIT PARAGRAPH
           END-IF
           IF WS-UPG-DB-VER > WS-UPG-BIN-VER
               DISPLAY "Error: the database is NEWER than this "
                       "binary - use the newer binary instead"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   --dry-run: 只列出会执行的迁移步骤
           IF WS-ARG-DRY-RUN = 1
               DISPLAY "DRY RUN - nothing will be migrated"
               CALL "schema_migrate_begin"
                    USING BY VALUE WS-UPG-DB-VER
                          BY VALUE WS-UPG-BIN-VER
                    RETURNING WS-RC
               MOVE 0 TO WS-RC
               PERFORM UNTIL WS-RC NOT = 0
                   CALL "schema_migrate_next"
                        USING BY REFERENCE WS-UPG-STEP
                              BY REFERENCE WS-UPG-DESC
                        RETURNING WS-RC
                   IF WS-RC = 0
                       DISPLAY "Step " WS-UPG-STEP ": "
                               FUNCTION TRIM(WS-UPG-DESC)
                   END-IF
               END-PERFORM
               CALL "schema_migrate_end" RETURNING WS-RC
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-YES = 0
               DISPLAY "Upgrade the schema from version "
                       WS-UPG-DB-VER " to " WS-UPG-BIN-VER
                       "? (y/N): " WITH NO ADVANCING
               ACCEPT WS-USER-INPUT FROM CONSOLE
               IF FUNCTION UPPER-CASE(WS-USER-INPUT) NOT = "Y"
                   DISPLAY "Cancelled"
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *>   先落一个带时间戳的备份, 升级砸了有路可退
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
           MOVE SPACES TO WS-BACKUP-PATH
           STRING FUNCTION TRIM(WS-CONFIG-BACKUP-DIR)
                  "/ledger_preupgrade_"
                  WS-DT-YEAR WS-DT-MONTH WS-DT-DAY
                  "_" WS-DT-HOUR WS-DT-MIN WS-DT-SEC ".db"
                  DELIMITED SIZE INTO WS-BACKUP-PATH
           CALL "db_backup" USING BY REFERENCE WS-BACKUP-PATH
                            RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: pre-upgrade backup failed - "
                       "upgrade abandoned"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Pre-upgrade backup: "
                   FUNCTION TRIM(WS-BACKUP-PATH)

      *>   逐条套迁移步骤并报进度; 任何一步失败当场停下
      *>   (已套的步骤各自成形, 剩下的下次续跑)
           MOVE 0 TO WS-UPG-APPLIED
           CALL "schema_migrate_begin"
                USING BY VALUE WS-UPG-DB-VER
                      BY VALUE WS-UPG-BIN-VER
                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "schema_migrate_next"
                    USING BY REFERENCE WS-UPG-STEP
                          BY REFERENCE WS-UPG-DESC
                    RETURNING WS-RC
               IF WS-RC = 0
                   DISPLAY "Step " WS-UPG-STEP ": "
                           FUNCTION TRIM(WS-UPG-DESC) " ..."
                           WITH NO ADVANCING
                   CALL "schema_migrate_apply"
                        USING BY VALUE WS-UPG-STEP
                        RETURNING WS-RC-SAVE
                   IF WS-RC-SAVE = 0
                       ADD 1 TO WS-UPG-APPLIED
                       DISPLAY " done"
                   ELSE
                       DISPLAY " FAILED"
                       DISPLAY "Error: migration stopped - "
                               "restore "
                               FUNCTION TRIM(WS-BACKUP-PATH)
                               " or re-run to continue"
                       CALL "schema_migrate_end"
                            RETURNING WS-RC-SAVE
                       MOVE 2 TO WS-RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           CALL "schema_migrate_end" RETURNING WS-RC

           DISPLAY " "
           DISPLAY "Upgrade complete: " WS-UPG-APPLIED
                   " step(s) applied, schema now at version "
                   WS-UPG-BIN-VER.

      *> ============================================================
      *> CMD: giftcard - 礼品卡/储值生命周期 (issue/redeem/expire)
      *> 卖出的券不再记成普通收入: issue 把款项挂成储值负债
      *> (REPORT-NETWORTH 的负债栏里看得见), redeem 冲减负债
      *> 并确认收入, expire 把过期未用的余额转成失效收入
      *> (breakage); 'giftcard breakage' 列失效史, CMD-VERIFY
      *> 核对负债余额与未用卡面合计是否一致
      *> ============================================================
       CMD-GIFTCARD.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "issue"
                   PERFORM GIFTCARD-ISSUE
               WHEN "redeem"
                   PERFORM GIFTCARD-REDEEM
               WHEN "expire"
                   PERFORM GIFTCARD-EXPIRE
               WHEN "list"
                   PERFORM GIFTCARD-LIST
               WHEN "breakage"
                   PERFORM GIFTCARD-BREAKAGE
               WHEN OTHER
                   DISPLAY "Error: giftcard requires a subcommand"
                   DISPLAY "Usage: ledger giftcard issue --name "
                           "<code> --amount N --date YYYY-MM-DD"
                   DISPLAY "       ledger giftcard redeem --name "
                           "<code> --amount N --date YYYY-MM-DD"
                   DISPLAY "       ledger giftcard expire --name "
                           "<code> --date YYYY-MM-DD"
                   DISPLAY "       ledger giftcard list"
                   DISPLAY "       ledger giftcard breakage"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       GIFTCARD-ISSUE.
           IF WS-ARG-NAME = SPACES OR WS-ARG-AMOUNT = SPACES
              OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --name, --amount and --date are "
                       "required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100

           CALL "giftcard_issue" USING BY REFERENCE WS-ARG-NAME
                                       BY VALUE WS-AMOUNT-CENTS
                                       BY REFERENCE WS-ARG-DATE
                                 RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to issue the card "
                       "(duplicate code?)"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Card '" FUNCTION TRIM(WS-ARG-NAME)
                   "' issued - sale carried as a liability "
                   "until redeemed".

      *> ---------------------------------------------------------
       GIFTCARD-REDEEM.
           IF WS-ARG-NAME = SPACES OR WS-ARG-AMOUNT = SPACES
              OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --name, --amount and --date are "
                       "required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100

           CALL "giftcard_redeem" USING BY REFERENCE WS-ARG-NAME
                                        BY VALUE WS-AMOUNT-CENTS
                                        BY REFERENCE WS-ARG-DATE
                                        BY REFERENCE WS-GC-OPEN
                                  RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: no open card with code '"
                       FUNCTION TRIM(WS-ARG-NAME) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC = 7
               DISPLAY "Error: redemption exceeds the card balance"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Redemption failed"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DISP-GC-OPEN = WS-GC-OPEN / 100
           DISPLAY "Redeemed - liability relieved, card balance "
                   "now " WS-DISP-GC-OPEN.

      *> ---------------------------------------------------------
       GIFTCARD-EXPIRE.
           IF WS-ARG-NAME = SPACES OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --name and --date are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "giftcard_expire" USING BY REFERENCE WS-ARG-NAME
                                        BY REFERENCE WS-ARG-DATE
                                        BY REFERENCE WS-GC-OPEN
                                  RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: no open card with code '"
                       FUNCTION TRIM(WS-ARG-NAME) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Expiry failed"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DISP-GC-OPEN = WS-GC-OPEN / 100
           DISPLAY "Card '" FUNCTION TRIM(WS-ARG-NAME)
                   "' expired, " WS-DISP-GC-OPEN
                   " booked as breakage income".

      *> ---------------------------------------------------------
       GIFTCARD-LIST.
           DISPLAY "CODE                  ISSUED      ORIGINAL    "
                   " OPEN         STATUS"
           MOVE 0 TO WS-GC-TOTAL
           CALL "giftcard_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "giftcard_list_next"
                    USING BY REFERENCE WS-GC-CODE
                          BY REFERENCE WS-GC-ISSUED
                          BY REFERENCE WS-GC-ORIG
                          BY REFERENCE WS-GC-OPEN
                          BY REFERENCE WS-GC-STATUS
                    RETURNING WS-RC
               IF WS-RC = 0
                   IF FUNCTION TRIM(WS-GC-STATUS) = "open"
                       ADD WS-GC-OPEN TO WS-GC-TOTAL
                   END-IF
                   COMPUTE WS-DISP-GC-ORIG = WS-GC-ORIG / 100
                   COMPUTE WS-DISP-GC-OPEN = WS-GC-OPEN / 100
                   DISPLAY FUNCTION TRIM(WS-GC-CODE) "  "
                           FUNCTION TRIM(WS-GC-ISSUED) "  "
                           WS-DISP-GC-ORIG "  " WS-DISP-GC-OPEN
                           "  " FUNCTION TRIM(WS-GC-STATUS)
               END-IF
           END-PERFORM
           CALL "giftcard_list_end" RETURNING WS-RC
           COMPUTE WS-DISP-GC-SUM = WS-GC-TOTAL / 100
           DISPLAY " "
           DISPLAY "Outstanding liability: " WS-DISP-GC-SUM.

      *> ---------------------------------------------------------
      *> GIFTCARD-BREAKAGE - 过期未用余额 (失效收入) 的历史
      *> ---------------------------------------------------------
       GIFTCARD-BREAKAGE.
           DISPLAY "CODE                  EXPIRED     BREAKAGE"
           MOVE 0 TO WS-GC-TOTAL
           CALL "giftcard_breakage_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "giftcard_breakage_next"
                    USING BY REFERENCE WS-GC-CODE
                          BY REFERENCE WS-GC-ISSUED
                          BY REFERENCE WS-GC-OPEN
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD WS-GC-OPEN TO WS-GC-TOTAL
                   COMPUTE WS-DISP-GC-OPEN = WS-GC-OPEN / 100
                   DISPLAY FUNCTION TRIM(WS-GC-CODE) "  "
                           FUNCTION TRIM(WS-GC-ISSUED) "  "
                           WS-DISP-GC-OPEN
               END-IF
           END-PERFORM
           CALL "giftcard_breakage_end" RETURNING WS-RC
           COMPUTE WS-DISP-GC-SUM = WS-GC-TOTAL / 100
           DISPLAY " "
           DISPLAY "Total breakage: " WS-DISP-GC-SUM.

      *> ============================================================
      *> CMD: till - 收银机日结 (Z-report) 进件接口
      *> 定长版式的日文件: H,日期,笔数,合计 / D,类别,金额
      *> (部门行, 类别即部门对应的收入类别) / P,cash|card,金额
      *> (收款方式行) / I,物料,数量 (售出物料, 按均价出库结转
      *> 销售成本, 不进控制数) / T,笔数,合计. 头/尾控制数与明细不平时
      *> 整个文件拒收 (与 CMD-PAYROLL 同一口径); 部门行作为
      *> 当日销售一个运行单元入账, 收款合计与部门合计的差额记
      *> 到 cash-over-short (与 CMD-CASHCOUNT 同一类别),
      *> 不合格的行写 <file>.rej 附原因
      *> ============================================================
       CMD-TILL.
           IF WS-ARG-FILE = SPACES
               DISPLAY "Error: --file is required"
               DISPLAY "Usage: ledger till --file <day file> "
                       "[--account <till account>]"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-FILE TO WS-TILL-PATH
           OPEN INPUT TILL-FILE
           IF WS-TILL-STATUS NOT = "00"
               DISPLAY "Error: Cannot open till file "
                       FUNCTION TRIM(WS-TILL-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   第一遍: 读入全部记录并核对头/尾控制数
           MOVE 0 TO WS-TILL-EOF WS-TILL-ROWS WS-TILL-SUM
                      WS-TILL-TENDER-SUM WS-TILL-TRL-SEEN
                      WS-ITM-TILL-ROWS
           MOVE SPACES TO WS-TILL-DATE
           PERFORM UNTIL WS-TILL-EOF = 1
               READ TILL-FILE
                   AT END
                       MOVE 1 TO WS-TILL-EOF
               END-READ
               IF WS-TILL-EOF = 0
                   PERFORM TILL-READ-ONE-LINE
               END-IF
           END-PERFORM
           CLOSE TILL-FILE

           IF WS-TILL-DATE = SPACES
               DISPLAY "Error: till file has no header record"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-TILL-TRL-SEEN = 0
               DISPLAY "Error: till file has no trailer record"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   控制数不平 -> 整个文件拒收, 一行都不入账
           IF WS-TILL-TRL-COUNT NOT = WS-TILL-ROWS
              OR WS-TILL-TRL-TOTAL NOT = WS-TILL-SUM
              OR WS-TILL-HDR-COUNT NOT = WS-TILL-ROWS
              OR WS-TILL-HDR-TOTAL NOT = WS-TILL-SUM
               DISPLAY "Error: control totals do not balance - "
                       "file refused"
               DISPLAY "  header:  count " WS-TILL-HDR-COUNT
                       "  total " WS-TILL-HDR-TOTAL
               DISPLAY "  trailer: count " WS-TILL-TRL-COUNT
                       "  total " WS-TILL-TRL-TOTAL
               DISPLAY "  details: count " WS-TILL-ROWS
                       "  total " WS-TILL-SUM
               MOVE 4 TO WS-RETURN-CODE
               MOVE "till" TO WS-ICL-INTERFACE
               MOVE "in" TO WS-ICL-DIRECTION
               MOVE WS-TILL-PATH TO WS-ICL-FILE
               MOVE WS-TILL-HDR-COUNT TO WS-ICL-HDR-COUNT
               MOVE WS-TILL-HDR-TOTAL TO WS-ICL-HDR-TOTAL
               MOVE WS-TILL-ROWS TO WS-ICL-REJECTED
               PERFORM ICL-RECORD
               EXIT PARAGRAPH
           END-IF

      *>   第二遍: 逐行校验入账, 不合格的写拒绝文件
           MOVE SPACES TO WS-REJ-PATH
           STRING FUNCTION TRIM(WS-TILL-PATH) ".rej"
                  DELIMITED SIZE INTO WS-REJ-PATH
           OPEN OUTPUT REJECT-FILE
           IF WS-REJ-STATUS NOT = "00"
               DISPLAY "Error: Cannot create reject file "
                       FUNCTION TRIM(WS-REJ-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "till" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           MOVE 0 TO WS-TILL-POSTED WS-TILL-REJECTED
           PERFORM VARYING WS-TILL-IDX FROM 1 BY 1
                   UNTIL WS-TILL-IDX > WS-TILL-ROWS
               PERFORM TILL-POST-ONE-ROW
           END-PERFORM

      *>   售出物料按件出库, 结转销售成本
           PERFORM VARYING WS-ITM-TILL-IDX FROM 1 BY 1
                   UNTIL WS-ITM-TILL-IDX > WS-ITM-TILL-ROWS
               PERFORM TILL-RELIEVE-ONE-ITEM
           END-PERFORM

      *>   长短款: 收款方式合计 - 部门销售合计, 非零记到
      *>   cash-over-short (与现金盘点同一类别同一方向口径)
           COMPUTE WS-TILL-OVER =
                   WS-TILL-TENDER-SUM - WS-TILL-SUM
           IF WS-TILL-OVER NOT = 0
               PERFORM TILL-POST-OVERSHORT
           END-IF

           CALL "run_end" RETURNING WS-RC
           CLOSE REJECT-FILE

           MOVE WS-TILL-POSTED TO WS-TILL-POSTED-DISP
           MOVE WS-TILL-REJECTED TO WS-TILL-REJECTED-DISP
           MOVE WS-RUN-ID TO WS-RUN-ID-DISP
           COMPUTE WS-DISP-TILL-OVER = WS-TILL-OVER / 100
           DISPLAY " "
           DISPLAY "Till day " FUNCTION TRIM(WS-TILL-DATE)
                   " posted: " FUNCTION TRIM(WS-TILL-POSTED-DISP)
                   " department line(s) (run "
                   FUNCTION TRIM(WS-RUN-ID-DISP) "), "
                   FUNCTION TRIM(WS-TILL-REJECTED-DISP)
                   " rejected"
           DISPLAY "Cash over/short: " WS-DISP-TILL-OVER
           IF WS-TILL-REJECTED > 0
               DISPLAY "Rejected rows written to "
                       FUNCTION TRIM(WS-REJ-PATH)
               MOVE 1 TO WS-RETURN-CODE
           END-IF

           MOVE "till" TO WS-ICL-INTERFACE
           MOVE "in" TO WS-ICL-DIRECTION
           MOVE WS-TILL-PATH TO WS-ICL-FILE
           MOVE WS-TILL-HDR-COUNT TO WS-ICL-HDR-COUNT
           MOVE WS-TILL-HDR-TOTAL TO WS-ICL-HDR-TOTAL
           MOVE WS-TILL-POSTED TO WS-ICL-ACCEPTED
           MOVE WS-TILL-REJECTED TO WS-ICL-REJECTED
           MOVE WS-RUN-ID TO WS-ICL-RUN-ID
           PERFORM ICL-RECORD.

      *> ---------------------------------------------------------
      *> 读入一行日结记录: H 头 / D 部门行 (存表) /
      *> P 收款方式行 (只进合计) / T 尾
      *> ---------------------------------------------------------
       TILL-READ-ONE-LINE.
           IF FUNCTION TRIM(WS-TILL-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TILL-F1 WS-TILL-F2 WS-TILL-F3
                           WS-TILL-F4
           UNSTRING WS-TILL-LINE DELIMITED BY ","
               INTO WS-TILL-F1 WS-TILL-F2 WS-TILL-F3 WS-TILL-F4
           END-UNSTRING

           EVALUATE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-TILL-F1))
               WHEN "H"
                   MOVE WS-TILL-F2 TO WS-TILL-DATE
                   COMPUTE WS-TILL-HDR-COUNT = FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-TILL-F3))
                   COMPUTE WS-TILL-HDR-TOTAL ROUNDED =
                           FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-TILL-F4)) * 100
               WHEN "D"
                   IF WS-TILL-ROWS < 50
                       ADD 1 TO WS-TILL-ROWS
                       MOVE WS-TILL-F2
                            TO WS-TILL-R-CAT(WS-TILL-ROWS)
                       MOVE WS-TILL-F3
                            TO WS-TILL-R-AMT(WS-TILL-ROWS)
                       COMPUTE WS-TILL-SUM ROUNDED = WS-TILL-SUM
                               + FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-TILL-F3)) * 100
                   ELSE
                       DISPLAY "Error: more than 50 department "
                               "rows - row ignored"
                   END-IF
               WHEN "P"
                   COMPUTE WS-TILL-TENDER-SUM ROUNDED =
                           WS-TILL-TENDER-SUM
                           + FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-TILL-F3)) * 100
               WHEN "I"
                   IF WS-ITM-TILL-ROWS < 50
                       ADD 1 TO WS-ITM-TILL-ROWS
                       MOVE WS-TILL-F2
                            TO WS-ITM-TILL-SKU(WS-ITM-TILL-ROWS)
                       MOVE WS-TILL-F3
                            TO WS-ITM-TILL-QTY(WS-ITM-TILL-ROWS)
                   ELSE
                       DISPLAY "Error: more than 50 item "
                               "rows - row ignored"
                   END-IF
               WHEN "T"
                   MOVE 1 TO WS-TILL-TRL-SEEN
                   COMPUTE WS-TILL-TRL-COUNT = FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-TILL-F2))
                   COMPUTE WS-TILL-TRL-TOTAL ROUNDED =
                           FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-TILL-F3)) * 100
               WHEN OTHER
                   DISPLAY "Warning: unknown record type '"
                           FUNCTION TRIM(WS-TILL-F1)
                           "' ignored"
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 过账一条部门行: 当日销售记收入 (与 PAYROLL-POST-ONE-ROW
      *> 同一套校验), 不合格写拒绝文件并附原因
      *> ---------------------------------------------------------
       TILL-POST-ONE-ROW.
           MOVE "INCOME" TO WS-BATCH-TYPE
           MOVE WS-TILL-R-AMT(WS-TILL-IDX) TO WS-BATCH-AMOUNT
           MOVE WS-TILL-R-CAT(WS-TILL-IDX) TO WS-BATCH-CATEGORY
           MOVE WS-TILL-DATE TO WS-BATCH-DATE
           MOVE SPACES TO WS-BATCH-NOTE
           STRING "till sales " FUNCTION TRIM(WS-TILL-DATE)
                  DELIMITED SIZE INTO WS-BATCH-NOTE

           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-BATCH-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               PERFORM TILL-REJECT-ROW
               EXIT PARAGRAPH
           END-IF

           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-BATCH-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               PERFORM TILL-REJECT-ROW
               EXIT PARAGRAPH
           END-IF

           CALL "category_validate"
                USING BY REFERENCE WS-BATCH-CATEGORY
                      BY REFERENCE WS-BATCH-TYPE
                RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               MOVE "unknown category" TO WS-VALID-ERROR-MSG
               PERFORM TILL-REJECT-ROW
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-BATCH-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100
           MOVE 0 TO WS-TAX-CENTS

           CALL "tx_add" USING BY REFERENCE WS-BATCH-DATE
                               BY REFERENCE WS-BATCH-TYPE
                               BY REFERENCE WS-BATCH-CATEGORY
                               BY VALUE WS-AMOUNT-CENTS
                               BY REFERENCE WS-BATCH-NOTE
                               BY REFERENCE WS-ARG-TAGS
                               BY REFERENCE WS-ARG-ACCOUNT
                               BY REFERENCE WS-ARG-CURRENCY
                               BY REFERENCE WS-ARG-SPLIT
                               BY REFERENCE WS-ARG-PAYEE
                               BY VALUE WS-THRESHOLD-CENTS
                               BY REFERENCE WS-ARG-ATTACH
                               BY REFERENCE WS-ARG-DEBIT-ACCOUNT
                               BY REFERENCE WS-ARG-CREDIT-ACCOUNT
                               BY REFERENCE WS-ARG-PROJECT
                               BY REFERENCE WS-ARG-DEDUCT-OVR
                               BY VALUE WS-TAX-CENTS
                               BY VALUE WS-QTY-MILLI
                               BY REFERENCE WS-ARG-UNIT
                               BY REFERENCE WS-ARG-CHEQUE
                               BY REFERENCE WS-ARG-SHARE
                               BY REFERENCE WS-ARG-FUND
                         RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               MOVE "insert failed" TO WS-VALID-ERROR-MSG
               PERFORM TILL-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TILL-POSTED
           IF FUNCTION TRIM(WS-BATCH-TYPE) = "EXPENSE"
               MOVE WS-AMOUNT-CENTS TO WS-PEC-POSTED
               PERFORM PROJECT-ESTIMATE-CHECK
           END-IF.

      *> ---------------------------------------------------------
      *> 把一条被拒部门行连同原因写入拒绝文件
      *> ---------------------------------------------------------
       TILL-REJECT-ROW.
           ADD 1 TO WS-TILL-REJECTED
           MOVE SPACES TO WS-REJ-LINE
           STRING "D,"
                  FUNCTION TRIM(WS-TILL-R-CAT(WS-TILL-IDX)) ","
                  FUNCTION TRIM(WS-TILL-R-AMT(WS-TILL-IDX))
                  ",REASON: "
                  FUNCTION TRIM(WS-VALID-ERROR-MSG)
                  DELIMITED SIZE INTO WS-REJ-LINE
           WRITE WS-REJ-LINE.

      *> ---------------------------------------------------------
      *> 一条 I 行出库 (ITEM-RELIEVE), 失败写拒绝文件附原因
      *> ---------------------------------------------------------
       TILL-RELIEVE-ONE-ITEM.
           MOVE FUNCTION UPPER-CASE(
                FUNCTION TRIM(WS-ITM-TILL-SKU(WS-ITM-TILL-IDX)))
                TO WS-ITM-SKU
           COMPUTE WS-ITM-MOVE-QTY ROUNDED = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-ITM-TILL-QTY(WS-ITM-TILL-IDX)))
                   * 1000
           MOVE WS-TILL-DATE TO WS-ITM-DATE
           IF WS-ITM-MOVE-QTY NOT > 0
               MOVE 0 TO WS-ITM-OK
               MOVE "quantity must be greater than 0" TO WS-ITM-ERR
           ELSE
               PERFORM ITEM-RELIEVE
           END-IF
           IF WS-ITM-OK = 0
               ADD 1 TO WS-TILL-REJECTED
               MOVE SPACES TO WS-REJ-LINE
               STRING "I,"
                      FUNCTION TRIM(WS-ITM-TILL-SKU(WS-ITM-TILL-IDX))
                      ","
                      FUNCTION TRIM(WS-ITM-TILL-QTY(WS-ITM-TILL-IDX))
                      ",REASON: "
                      FUNCTION TRIM(WS-ITM-ERR)
                      DELIMITED SIZE INTO WS-REJ-LINE
               WRITE WS-REJ-LINE
           END-IF.

      *> ---------------------------------------------------------
      *> 当日长短款入账: 短款记支出, 长款记收入, 专用类别两个
      *> 方向先补登齐 (与 CMD-CASHCOUNT 完全同一路数)
      *> ---------------------------------------------------------
       TILL-POST-OVERSHORT.
           IF WS-TILL-OVER < 0
               MOVE "EXPENSE" TO WS-CC-TYPE
               COMPUTE WS-AMOUNT-CENTS = 0 - WS-TILL-OVER
           ELSE
               MOVE "INCOME" TO WS-CC-TYPE
               MOVE WS-TILL-OVER TO WS-AMOUNT-CENTS
           END-IF

           MOVE "INCOME" TO WS-CC-REG-TYPE
           CALL "category_add" USING BY REFERENCE WS-CC-CATEGORY
                                      BY REFERENCE WS-CC-REG-TYPE
                                      BY VALUE 0
                                      BY REFERENCE WS-CC-NO-PARENT
                                RETURNING WS-RC-SAVE
           MOVE "EXPENSE" TO WS-CC-REG-TYPE
           CALL "category_add" USING BY REFERENCE WS-CC-CATEGORY
                                      BY REFERENCE WS-CC-REG-TYPE
                                      BY VALUE 0
                                      BY REFERENCE WS-CC-NO-PARENT
                                RETURNING WS-RC-SAVE

           MOVE SPACES TO WS-CC-NOTE
           STRING "till over/short "
                  FUNCTION TRIM(WS-TILL-DATE)
                  DELIMITED SIZE INTO WS-CC-NOTE
           MOVE 0 TO WS-TAX-CENTS

           CALL "tx_add" USING BY REFERENCE WS-TILL-DATE
                               BY REFERENCE WS-CC-TYPE
                               BY REFERENCE WS-CC-CATEGORY
                               BY VALUE WS-AMOUNT-CENTS
                               BY REFERENCE WS-CC-NOTE
                               BY REFERENCE WS-ARG-TAGS
                               BY REFERENCE WS-ARG-ACCOUNT
                               BY REFERENCE WS-ARG-CURRENCY
                               BY REFERENCE WS-ARG-SPLIT
                               BY REFERENCE WS-ARG-PAYEE
                               BY VALUE WS-THRESHOLD-CENTS
                               BY REFERENCE WS-ARG-ATTACH
                               BY REFERENCE WS-ARG-DEBIT-ACCOUNT
                               BY REFERENCE WS-ARG-CREDIT-ACCOUNT
                               BY REFERENCE WS-ARG-PROJECT
                               BY REFERENCE WS-ARG-DEDUCT-OVR
                               BY VALUE WS-TAX-CENTS
                               BY VALUE WS-QTY-MILLI
                               BY REFERENCE WS-ARG-UNIT
                               BY REFERENCE WS-ARG-CHEQUE
                               BY REFERENCE WS-ARG-SHARE
                               BY REFERENCE WS-ARG-FUND
                         RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Error: failed to post the over/short "
                       "adjustment"
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

      *> ============================================================
      *> CMD: lockbox - 银行锁箱收款进件 (import/unapplied/apply)
      *> 银行代收的客户付款文件: H,存入日,笔数,合计 /
      *> D,付款人,发票号,金额 / T,笔数,合计. 控制数与明细不平
      *> 整个文件拒收 (与 CMD-TILL 同一口径); 每笔按发票号
      *> (invoice_next_no 发出的号) 找到应收: 足额即结清, 少付
      *> 留余额, 查无发票或超付的整笔进未核销收款 (unapplied),
      *> 日后 'lockbox apply' 人工核销; 格式不合格的写 .rej
      *> ============================================================
       CMD-LOCKBOX.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "import"
                   PERFORM LOCKBOX-IMPORT
               WHEN "unapplied"
                   PERFORM LOCKBOX-UNAPPLIED
               WHEN "apply"
                   PERFORM LOCKBOX-APPLY
               WHEN OTHER
                   DISPLAY "Error: lockbox requires a subcommand"
                   DISPLAY "Usage: ledger lockbox import --file F "
                           "[--account <deposit account>]"
                   DISPLAY "       ledger lockbox unapplied"
                   DISPLAY "       ledger lockbox apply --id N "
                           "--into <invoice no> --date YYYY-MM-DD "
                           "[--amount X]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       LOCKBOX-IMPORT.
           IF WS-ARG-FILE = SPACES
               DISPLAY "Error: --file is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-FILE TO WS-LBX-PATH
           OPEN INPUT LOCKBOX-FILE
           IF WS-LBX-STATUS NOT = "00"
               DISPLAY "Error: Cannot open lockbox file "
                       FUNCTION TRIM(WS-LBX-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   第一遍: 读入全部记录并核对头/尾控制数
           MOVE 0 TO WS-LBX-EOF WS-LBX-ROWS WS-LBX-SUM
                      WS-LBX-TRL-SEEN
           MOVE SPACES TO WS-LBX-DATE
           PERFORM UNTIL WS-LBX-EOF = 1
               READ LOCKBOX-FILE
                   AT END
                       MOVE 1 TO WS-LBX-EOF
               END-READ
               IF WS-LBX-EOF = 0
                   PERFORM LOCKBOX-READ-ONE-LINE
               END-IF
           END-PERFORM
           CLOSE LOCKBOX-FILE

           IF WS-LBX-DATE = SPACES
               DISPLAY "Error: lockbox file has no header record"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-LBX-TRL-SEEN = 0
               DISPLAY "Error: lockbox file has no trailer record"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-LBX-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: header deposit date: "
                       FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   控制数不平 -> 整个文件拒收, 一笔都不核销
           IF WS-LBX-TRL-COUNT NOT = WS-LBX-ROWS
              OR WS-LBX-TRL-TOTAL NOT = WS-LBX-SUM
              OR WS-LBX-HDR-COUNT NOT = WS-LBX-ROWS
              OR WS-LBX-HDR-TOTAL NOT = WS-LBX-SUM
               DISPLAY "Error: control totals do not balance - "
                       "file refused"
               DISPLAY "  header:  count " WS-LBX-HDR-COUNT
                       "  total " WS-LBX-HDR-TOTAL
               DISPLAY "  trailer: count " WS-LBX-TRL-COUNT
                       "  total " WS-LBX-TRL-TOTAL
               DISPLAY "  details: count " WS-LBX-ROWS
                       "  total " WS-LBX-SUM
               MOVE 4 TO WS-RETURN-CODE
               MOVE "lockbox" TO WS-ICL-INTERFACE
               MOVE "in" TO WS-ICL-DIRECTION
               MOVE WS-LBX-PATH TO WS-ICL-FILE
               MOVE WS-LBX-HDR-COUNT TO WS-ICL-HDR-COUNT
               MOVE WS-LBX-HDR-TOTAL TO WS-ICL-HDR-TOTAL
               MOVE WS-LBX-ROWS TO WS-ICL-REJECTED
               PERFORM ICL-RECORD
               EXIT PARAGRAPH
           END-IF

      *>   第二遍: 逐笔核销, 不合格的写拒绝文件
           MOVE SPACES TO WS-REJ-PATH
           STRING FUNCTION TRIM(WS-LBX-PATH) ".rej"
                  DELIMITED SIZE INTO WS-REJ-PATH
           OPEN OUTPUT REJECT-FILE
           IF WS-REJ-STATUS NOT = "00"
               DISPLAY "Error: Cannot create reject file "
               EXIT PARAGRAPH
           END-IF

           MOVE "lockbox" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           MOVE 0 TO WS-LBX-CLOSED WS-LBX-SHORT WS-LBX-UNAPPLIED
                     WS-LBX-REJECTED
           PERFORM VARYING WS-LBX-IDX FROM 1 BY 1
                   UNTIL WS-LBX-IDX > WS-LBX-ROWS
               PERFORM LOCKBOX-POST-ONE-ROW
           END-PERFORM
           CALL "run_end" RETURNING WS-RC
           CLOSE REJECT-FILE

           MOVE WS-LBX-CLOSED TO WS-LBX-CLOSED-DISP
           MOVE WS-LBX-SHORT TO WS-LBX-SHORT-DISP
           MOVE WS-LBX-UNAPPLIED TO WS-LBX-UNAPPLIED-DISP
           MOVE WS-LBX-REJECTED TO WS-LBX-REJECTED-DISP
           MOVE WS-RUN-ID TO WS-RUN-ID-DISP
           DISPLAY " "
           DISPLAY "Lockbox deposit " FUNCTION TRIM(WS-LBX-DATE)
                   " applied (run " FUNCTION TRIM(WS-RUN-ID-DISP)
                   "): " FUNCTION TRIM(WS-LBX-CLOSED-DISP)
                   " invoice(s) closed, "
                   FUNCTION TRIM(WS-LBX-SHORT-DISP)
                   " short-paid, "
                   FUNCTION TRIM(WS-LBX-UNAPPLIED-DISP)
                   " to unapplied cash, "
                   FUNCTION TRIM(WS-LBX-REJECTED-DISP)
                   " rejected"
           IF WS-LBX-UNAPPLIED > 0
               DISPLAY "Review with 'ledger lockbox unapplied'"
           END-IF
           IF WS-LBX-REJECTED > 0
               DISPLAY "Rejected rows written to "
                       FUNCTION TRIM(WS-REJ-PATH)
               MOVE 1 TO WS-RETURN-CODE
           END-IF

           MOVE "lockbox" TO WS-ICL-INTERFACE
           MOVE "in" TO WS-ICL-DIRECTION
           MOVE WS-LBX-PATH TO WS-ICL-FILE
           MOVE WS-LBX-HDR-COUNT TO WS-ICL-HDR-COUNT
           MOVE WS-LBX-HDR-TOTAL TO WS-ICL-HDR-TOTAL
           COMPUTE WS-ICL-ACCEPTED = WS-LBX-CLOSED + WS-LBX-SHORT
                   + WS-LBX-UNAPPLIED
           MOVE WS-LBX-REJECTED TO WS-ICL-REJECTED
           MOVE WS-RUN-ID TO WS-ICL-RUN-ID
           PERFORM ICL-RECORD.

      *> ---------------------------------------------------------
      *> 读入一行锁箱记录: H 头 / D 付款明细 (存表) / T 尾
      *> ---------------------------------------------------------
       LOCKBOX-READ-ONE-LINE.
           IF FUNCTION TRIM(WS-LBX-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LBX-F1 WS-LBX-F2 WS-LBX-F3 WS-LBX-F4
           UNSTRING WS-LBX-LINE DELIMITED BY ","
               INTO WS-LBX-F1 WS-LBX-F2 WS-LBX-F3 WS-LBX-F4
           END-UNSTRING

           EVALUATE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-LBX-F1))
               WHEN "H"
                   MOVE WS-LBX-F2 TO WS-LBX-DATE
                   COMPUTE WS-LBX-HDR-COUNT = FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-LBX-F3))
                   COMPUTE WS-LBX-HDR-TOTAL ROUNDED =
                           FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-LBX-F4)) * 100
               WHEN "D"
                   IF WS-LBX-ROWS < 200
                       ADD 1 TO WS-LBX-ROWS
                       MOVE WS-LBX-F2
                            TO WS-LBX-R-PAYER(WS-LBX-ROWS)
                       MOVE WS-LBX-F3
                            TO WS-LBX-R-INV(WS-LBX-ROWS)
                       MOVE WS-LBX-F4
                            TO WS-LBX-R-AMT(WS-LBX-ROWS)
                       COMPUTE WS-LBX-SUM ROUNDED = WS-LBX-SUM
                               + FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-LBX-F4)) * 100
                   ELSE
                       DISPLAY "Error: more than 200 payment "
                               "rows - row ignored"
                   END-IF
               WHEN "T"
                   MOVE 1 TO WS-LBX-TRL-SEEN
                   COMPUTE WS-LBX-TRL-COUNT = FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-LBX-F2))
                   COMPUTE WS-LBX-TRL-TOTAL ROUNDED =
                           FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-LBX-F3)) * 100
               WHEN OTHER
                   DISPLAY "Warning: unknown record type '"
                           FUNCTION TRIM(WS-LBX-F1)
                           "' ignored"
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 核销一笔付款: 按发票号找应收, 不超过未收余额的走
      *> ar_pay (与 AR-PAY 同一核销路径), 其余进未核销收款
      *> ---------------------------------------------------------
       LOCKBOX-POST-ONE-ROW.
           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-LBX-R-AMT(WS-LBX-IDX)
                                  WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               PERFORM LOCKBOX-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-LBX-R-AMT(WS-LBX-IDX)))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100

           IF WS-LBX-R-INV(WS-LBX-IDX) = SPACES
               MOVE "no invoice number" TO WS-LBX-REASON
               PERFORM LOCKBOX-TO-UNAPPLIED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LBX-INV-NO = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-LBX-R-INV(WS-LBX-IDX)))
           CALL "invoice_lookup" USING BY VALUE WS-LBX-INV-NO
                                       BY REFERENCE WS-LBX-AR-ID
                                       BY REFERENCE WS-LBX-OPEN
                                 RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0 OR WS-LBX-OPEN = 0
               MOVE "no open invoice with that number"
                    TO WS-LBX-REASON
               PERFORM LOCKBOX-TO-UNAPPLIED
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOUNT-CENTS > WS-LBX-OPEN
               MOVE "overpays the invoice" TO WS-LBX-REASON
               PERFORM LOCKBOX-TO-UNAPPLIED
               EXIT PARAGRAPH
           END-IF

           CALL "ar_pay" USING BY VALUE WS-LBX-AR-ID
                               BY VALUE WS-AMOUNT-CENTS
                               BY REFERENCE WS-LBX-DATE
                               BY REFERENCE WS-LBX-OPEN
                         RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               MOVE "apply failed" TO WS-VALID-ERROR-MSG
               PERFORM LOCKBOX-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           IF WS-LBX-OPEN = 0
               ADD 1 TO WS-LBX-CLOSED
           ELSE
               ADD 1 TO WS-LBX-SHORT
               COMPUTE WS-DISP-LBX-AMT = WS-LBX-OPEN / 100
               DISPLAY "  invoice "
                       FUNCTION TRIM(WS-LBX-R-INV(WS-LBX-IDX))
                       " short-paid by "
                       FUNCTION TRIM(WS-LBX-R-PAYER(WS-LBX-IDX))
                       ", still open " WS-DISP-LBX-AMT
           END-IF.

      *> ---------------------------------------------------------
      *> 整笔记入未核销收款 (钱已到账, 挂在未核销上等人工核销)
      *> ---------------------------------------------------------
       LOCKBOX-TO-UNAPPLIED.
           MOVE WS-LBX-R-INV(WS-LBX-IDX) TO WS-LBX-UNAP-REF
           CALL "unapplied_add"
                USING BY REFERENCE WS-LBX-DATE
                      BY REFERENCE WS-LBX-R-PAYER(WS-LBX-IDX)
                      BY REFERENCE WS-LBX-UNAP-REF
                      BY VALUE WS-AMOUNT-CENTS
                      BY REFERENCE WS-LBX-REASON
                      BY REFERENCE WS-ARG-ACCOUNT
                      BY REFERENCE WS-LBX-UNAP-ID
                RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               MOVE "unapplied cash insert failed"
                    TO WS-VALID-ERROR-MSG
               PERFORM LOCKBOX-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LBX-UNAPPLIED
           COMPUTE WS-DISP-LBX-AMT = WS-AMOUNT-CENTS / 100
           DISPLAY "  unapplied " WS-LBX-UNAP-ID "  "
                   FUNCTION TRIM(WS-LBX-R-PAYER(WS-LBX-IDX)) "  "
                   WS-DISP-LBX-AMT "  (" FUNCTION TRIM(WS-LBX-REASON)
                   ")".

      *> ---------------------------------------------------------
       LOCKBOX-REJECT-ROW.
           ADD 1 TO WS-LBX-REJECTED
           MOVE SPACES TO WS-REJ-LINE
           STRING "D,"
                  FUNCTION TRIM(WS-LBX-R-PAYER(WS-LBX-IDX)) ","
                  FUNCTION TRIM(WS-LBX-R-INV(WS-LBX-IDX)) ","
                  FUNCTION TRIM(WS-LBX-R-AMT(WS-LBX-IDX))
                  ",REASON: "
                  FUNCTION TRIM(WS-VALID-ERROR-MSG)
                  DELIMITED SIZE INTO WS-REJ-LINE
           WRITE WS-REJ-LINE.

      *> ---------------------------------------------------------
       LOCKBOX-UNAPPLIED.
           DISPLAY "ID        RECEIVED    PAYER                 "
                   "REFERENCE        REMAINING  REASON"
           MOVE 0 TO WS-LBX-SUM
           CALL "unapplied_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "unapplied_list_next"
                    USING BY REFERENCE WS-LBX-UNAP-ID
                          BY REFERENCE WS-LIST-DATE
                          BY REFERENCE WS-ARG-PAYEE
                          BY REFERENCE WS-LBX-UNAP-REF
                          BY REFERENCE WS-LBX-UNAP-AMT
                          BY REFERENCE WS-LBX-REASON
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD WS-LBX-UNAP-AMT TO WS-LBX-SUM
                   MOVE WS-LBX-UNAP-ID TO WS-LIST-ID-DISP
                   COMPUTE WS-DISP-LBX-AMT = WS-LBX-UNAP-AMT / 100
                   DISPLAY WS-LIST-ID-DISP "  "
                           FUNCTION TRIM(WS-LIST-DATE) "  "
                           FUNCTION TRIM(WS-ARG-PAYEE) "  "
                           FUNCTION TRIM(WS-LBX-UNAP-REF) "  "
                           WS-DISP-LBX-AMT "  "
                           FUNCTION TRIM(WS-LBX-REASON)
               END-IF
           END-PERFORM
           CALL "unapplied_list_end" RETURNING WS-RC
           COMPUTE WS-DISP-LBX-AMT = WS-LBX-SUM / 100
           DISPLAY " "
           DISPLAY "Total unapplied cash: " WS-DISP-LBX-AMT.

      *> ---------------------------------------------------------
      *> LOCKBOX-APPLY - 把一笔未核销收款 (或其一部分) 核销到
      *> 指定发票; 不给 --amount 即核销剩余全额, 但不得超过
      *> 发票未收余额
      *> ---------------------------------------------------------
       LOCKBOX-APPLY.
           IF WS-ARG-ID = 0 OR WS-ARG-CAT-TO = SPACES
              OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --id, --into and --date are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "unapplied_get" USING BY VALUE WS-ARG-ID
                                      BY REFERENCE WS-LBX-UNAP-AMT
                                      BY REFERENCE WS-ARG-PAYEE
                                RETURNING WS-RC
           IF WS-RC NOT = 0 OR WS-LBX-UNAP-AMT = 0
               DISPLAY "Error: No unapplied cash with id " WS-ARG-ID
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LBX-INV-NO =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-CAT-TO))
           CALL "invoice_lookup" USING BY VALUE WS-LBX-INV-NO
                                       BY REFERENCE WS-LBX-AR-ID
                                       BY REFERENCE WS-LBX-OPEN
                                 RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Invoice "
                       FUNCTION TRIM(WS-ARG-CAT-TO) " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-AMOUNT = SPACES
               MOVE WS-LBX-UNAP-AMT TO WS-AMOUNT-CENTS
           ELSE
               MOVE "AMOUNT" TO WS-VALID-TYPE
               CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
               IF WS-VALID-RESULT NOT = 1
                   DISPLAY "Error: "
                           FUNCTION TRIM(WS-VALID-ERROR-MSG)
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-AMOUNT-NUM =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
               COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100
           END-IF
           IF WS-AMOUNT-CENTS > WS-LBX-UNAP-AMT
               DISPLAY "Error: Amount exceeds the unapplied "
                       "balance"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOUNT-CENTS > WS-LBX-OPEN
               COMPUTE WS-DISP-LBX-AMT = WS-LBX-OPEN / 100
               DISPLAY "Error: Amount exceeds the invoice's open "
                       "balance of " WS-DISP-LBX-AMT
                       " - use --amount to apply part"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "unapplied_apply" USING BY VALUE WS-ARG-ID
                                        BY VALUE WS-LBX-AR-ID
                                        BY VALUE WS-AMOUNT-CENTS
                                        BY REFERENCE WS-ARG-DATE
                                        BY REFERENCE WS-LBX-OPEN
                                  RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to apply unapplied cash"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DISP-LBX-AMT = WS-AMOUNT-CENTS / 100
           DISPLAY "Applied " WS-DISP-LBX-AMT " to invoice "
                   FUNCTION TRIM(WS-ARG-CAT-TO)
           COMPUTE WS-DISP-LBX-AMT = WS-LBX-OPEN / 100
           IF WS-LBX-OPEN = 0
               DISPLAY "Invoice closed"
           ELSE
               DISPLAY "Invoice still open: " WS-DISP-LBX-AMT
           END-IF.

      *> ============================================================
      *> CMD: sync - 双机同步 (export/import/conflicts/resolve)
      *> 把上次同步点之后的变更导成交换文件, 在对端经正常的
      *> tx_add/update 路径回放; 两边都改过同一笔时不覆盖,
      *> 进冲突队列由人工裁决
      *> ============================================================
       CMD-SYNC.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "export"
                   PERFORM SYNC-EXPORT
               WHEN "import"
                   PERFORM SYNC-IMPORT
               WHEN "conflicts"
                   PERFORM SYNC-CONFLICTS
               WHEN "resolve"
                   PERFORM SYNC-RESOLVE
               WHEN OTHER
                   DISPLAY "Error: sync requires a subcommand"
                   DISPLAY "Usage: ledger sync export "
                           "[--out changes.sync]"
                   DISPLAY "       ledger sync import --file "
                           "changes.sync"
                   DISPLAY "       ledger sync conflicts"
                   DISPLAY "       ledger sync resolve --id N "
                           "--mine|--theirs"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> SYNC-EXPORT - 导出上次同步点之后本机的全部变更
      *> (成功导出后由后端推进同步点)
      *> ---------------------------------------------------------
       SYNC-EXPORT.
           IF WS-OUT-PATH NOT = SPACES
               MOVE WS-OUT-PATH TO WS-SYNC-PATH
           ELSE
               MOVE "./export/changes.sync" TO WS-SYNC-PATH
           END-IF

           CALL "sync_export" USING BY REFERENCE WS-SYNC-PATH
                                    BY REFERENCE WS-SYNC-COUNT
                              RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Sync export failed"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SYNC-COUNT TO WS-SYNC-COUNT-DISP
           DISPLAY FUNCTION TRIM(WS-SYNC-COUNT-DISP)
                   " change(s) since the last sync point written "
                   "to " FUNCTION TRIM(WS-SYNC-PATH)
           MOVE "sync" TO WS-ICL-INTERFACE
           MOVE "out" TO WS-ICL-DIRECTION
           MOVE WS-SYNC-PATH TO WS-ICL-FILE
           MOVE WS-SYNC-COUNT TO WS-ICL-ACCEPTED
           PERFORM ICL-RECORD.

      *> ---------------------------------------------------------
      *> SYNC-IMPORT - 回放对端的变更; 本机也改过的同一笔交易
      *> 不覆盖, 记入冲突队列
      *> ---------------------------------------------------------
       SYNC-IMPORT.
           IF WS-ARG-FILE = SPACES
               DISPLAY "Error: --file is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "sync_import" USING BY REFERENCE WS-ARG-FILE
                                    BY REFERENCE WS-SYNC-APPLIED
                                    BY REFERENCE WS-SYNC-CONFLICTS
                              RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Sync import failed"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SYNC-APPLIED TO WS-SYNC-APPLIED-DISP
           MOVE WS-SYNC-CONFLICTS TO WS-SYNC-CONFL-DISP
           DISPLAY FUNCTION TRIM(WS-SYNC-APPLIED-DISP)
                   " change(s) applied, "
                   FUNCTION TRIM(WS-SYNC-CONFL-DISP)
                   " conflict(s) queued for review"
           MOVE "sync" TO WS-ICL-INTERFACE
           MOVE "in" TO WS-ICL-DIRECTION
           MOVE WS-ARG-FILE TO WS-ICL-FILE
           MOVE WS-SYNC-APPLIED TO WS-ICL-ACCEPTED
           MOVE WS-SYNC-CONFLICTS TO WS-ICL-REJECTED
           PERFORM ICL-RECORD
           IF WS-SYNC-CONFLICTS > 0
               DISPLAY "Run 'ledger sync conflicts' to review them"
               MOVE 1 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
       SYNC-CONFLICTS.
           DISPLAY "ID        TX        LOCAL"
           DISPLAY "                    REMOTE"
           CALL "sync_conflicts_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "sync_conflicts_next"
                    USING BY REFERENCE WS-SYN-ID
                          BY REFERENCE WS-SYN-TX
                          BY REFERENCE WS-SYN-LOCAL
                          BY REFERENCE WS-SYN-REMOTE
                    RETURNING WS-RC
               IF WS-RC = 0
                   DISPLAY WS-SYN-ID "  " WS-SYN-TX "  "
                           FUNCTION TRIM(WS-SYN-LOCAL)
                   DISPLAY "                    "
                           FUNCTION TRIM(WS-SYN-REMOTE)
               END-IF
           END-PERFORM
           CALL "sync_conflicts_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
       SYNC-RESOLVE.
           IF WS-ARG-ID = 0 OR WS-ARG-CHOICE = SPACES
               DISPLAY "Error: --id and --mine or --theirs are "
                       "required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "sync_resolve" USING BY VALUE WS-ARG-ID
                                     BY REFERENCE WS-ARG-CHOICE
                               RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Conflict " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Resolve failed"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Conflict " WS-ARG-ID " resolved ("
                   FUNCTION TRIM(WS-ARG-CHOICE) ")".

      *> ============================================================
      *> CMD: clear - 对账勾销会话
      *> 给出对账单日期与余额后, 逐笔过未勾销的行: 勾一笔,
      *> 差额缩一截, 直到差额归零; 没勾的行就是差额的解释.
      *> 勾销状态入库保存, 下月的会话只会再见到新增的行
      *> ============================================================
       CMD-CLEAR.
           IF WS-ARG-ACCOUNT = SPACES OR WS-ARG-AS-OF = SPACES
              OR WS-ARG-BALANCE = SPACES
               DISPLAY "Error: --account, --as-of and --balance "
                       "are required"
               DISPLAY "Usage: ledger clear --account <name> "
                       "--as-of YYYY-MM-DD --balance N.NN"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-STATED-BALANCE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-BALANCE)) * 100

      *>   已勾销余额 = 期初 + 已勾销各笔; 差额从这里起算
           CALL "tx_cleared_balance"
                USING BY REFERENCE WS-ARG-ACCOUNT
                      BY REFERENCE WS-ARG-AS-OF
                      BY REFERENCE WS-CLR-BALANCE
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Unknown account '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CLR-REMAIN =
                   WS-STATED-BALANCE - WS-CLR-BALANCE
           COMPUTE WS-DISP-CLR-REMAIN = WS-CLR-REMAIN / 100
           DISPLAY " "
           DISPLAY "Clearing session for '"
                   FUNCTION TRIM(WS-ARG-ACCOUNT) "' as of "
                   FUNCTION TRIM(WS-ARG-AS-OF)
           DISPLAY "Difference to explain: " WS-DISP-CLR-REMAIN
           DISPLAY " "

           MOVE 0 TO WS-CLR-COUNT WS-CLR-DONE
           CALL "tx_uncleared_begin"
                USING BY REFERENCE WS-ARG-ACCOUNT
                      BY REFERENCE WS-ARG-AS-OF
                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0 OR WS-CLR-DONE = 1
               CALL "tx_uncleared_next"
                    USING BY REFERENCE WS-LIST-ID
                          BY REFERENCE WS-LIST-DATE
                          BY REFERENCE WS-LIST-CATEGORY
                          BY REFERENCE WS-CLR-DELTA
                          BY REFERENCE WS-LIST-NOTE
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM CLEAR-ONE-ROW
               END-IF
           END-PERFORM
           CALL "tx_uncleared_end" RETURNING WS-RC

           MOVE WS-CLR-COUNT TO WS-CLR-COUNT-DISP
           COMPUTE WS-DISP-CLR-REMAIN = WS-CLR-REMAIN / 100
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-CLR-COUNT-DISP)
                   " row(s) marked cleared"
           IF WS-CLR-REMAIN = 0
               DISPLAY "Difference fully explained - reconciled"
           ELSE
               DISPLAY "Remaining difference: " WS-DISP-CLR-REMAIN
               DISPLAY "The still-uncleared rows above are the "
                       "explanation"
               MOVE 1 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
      *> 过一笔未勾销的行: y 勾销并缩差额, n 跳过, q 提前结束
      *> ---------------------------------------------------------
       CLEAR-ONE-ROW.
           MOVE WS-LIST-ID TO WS-LIST-ID-DISP
           COMPUTE WS-DISP-CLR-DELTA = WS-CLR-DELTA / 100
           DISPLAY WS-LIST-ID-DISP "  "
                   FUNCTION TRIM(WS-LIST-DATE) "  "
                   FUNCTION TRIM(WS-LIST-CATEGORY) "  "
                   WS-DISP-CLR-DELTA "  "
                   FUNCTION TRIM(WS-LIST-NOTE)
           DISPLAY "clear it? (y/n/q): " WITH NO ADVANCING
           ACCEPT WS-USER-INPUT FROM CONSOLE

           EVALUATE FUNCTION UPPER-CASE(WS-USER-INPUT)
               WHEN "Y"
                   CALL "tx_set_cleared"
                        USING BY VALUE WS-LIST-ID
                              BY REFERENCE WS-ARG-AS-OF
                        RETURNING WS-RC-SAVE
                   IF WS-RC-SAVE = 0
                       ADD 1 TO WS-CLR-COUNT
                       SUBTRACT WS-CLR-DELTA FROM WS-CLR-REMAIN
                       COMPUTE WS-DISP-CLR-REMAIN =
                               WS-CLR-REMAIN / 100
                       DISPLAY "  remaining difference: "
                               WS-DISP-CLR-REMAIN
                   ELSE
                       DISPLAY "  Error: could not mark cleared"
                   END-IF
               WHEN "Q"
                   MOVE 1 TO WS-CLR-DONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> ============================================================
      *> CMD: cashcount - 现金盘点与长短款调整
      *> 录入实点金额, 与现金账户的账面余额比对, 差额记到专用的
      *> cash-over-short 类别 (短款记支出, 长款记收入), 调整行走
      *> 正常 tx_add 留审计痕迹; 盘点本身另记盘点史供趋势观察
      *> ============================================================
       CMD-CASHCOUNT.
           IF WS-ARG-ACCOUNT = SPACES OR WS-ARG-DATE = SPACES
              OR WS-ARG-COUNTED = SPACES
               DISPLAY "Error: --account, --date and --counted are "
                       "required"
               DISPLAY "Usage: ledger cashcount --account cash "
                       "--date YYYY-MM-DD --counted N.NN"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CC-COUNTED ROUNDED = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-ARG-COUNTED)) * 100

           CALL "account_balance_as_of"
                USING BY REFERENCE WS-ARG-ACCOUNT
                      BY REFERENCE WS-ARG-DATE
                      BY REFERENCE WS-CC-BOOK
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Unknown account '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CC-DELTA = WS-CC-COUNTED - WS-CC-BOOK
           COMPUTE WS-DISP-CC-COUNTED = WS-CC-COUNTED / 100
           COMPUTE WS-DISP-CC-BOOK = WS-CC-BOOK / 100
           COMPUTE WS-DISP-CC-DELTA = WS-CC-DELTA / 100

           DISPLAY " "
           DISPLAY "Cash count for '" FUNCTION TRIM(WS-ARG-ACCOUNT)
                   "' on " FUNCTION TRIM(WS-ARG-DATE)
           DISPLAY "Counted:      " WS-DISP-CC-COUNTED
           DISPLAY "Book balance: " WS-DISP-CC-BOOK
           DISPLAY "Over/short:   " WS-DISP-CC-DELTA

           IF WS-CC-DELTA = 0
               DISPLAY "Cash agrees with the book - no adjustment"
               CALL "cashcount_log"
                    USING BY REFERENCE WS-ARG-ACCOUNT
                          BY REFERENCE WS-ARG-DATE
                          BY VALUE WS-CC-COUNTED
                          BY VALUE WS-CC-BOOK
                          BY VALUE 0
                    RETURNING WS-RC
               EXIT PARAGRAPH
           END-IF

      *>   短款 (实点 < 账面) 记支出, 长款记收入
           IF WS-CC-DELTA < 0
               MOVE "EXPENSE" TO WS-CC-TYPE
               COMPUTE WS-AMOUNT-CENTS = 0 - WS-CC-DELTA
           ELSE
               MOVE "INCOME" TO WS-CC-TYPE
               MOVE WS-CC-DELTA TO WS-AMOUNT-CENTS
           END-IF

      *>   专用类别收入/支出两个方向一次补登齐 (首次盘点就把
      *>   之后反方向的差额也铺好路, 已登记的重复报错忽略),
      *>   随后按本次方向正式校验 - 这里和其余录入路径一样,
      *>   不过类别主档校验不许落账
           MOVE "INCOME" TO WS-CC-REG-TYPE
           CALL "category_add" USING BY REFERENCE WS-CC-CATEGORY
                                      BY REFERENCE WS-CC-REG-TYPE
                                      BY VALUE 0
                                      BY REFERENCE WS-CC-NO-PARENT
                                RETURNING WS-RC-SAVE
           MOVE "EXPENSE" TO WS-CC-REG-TYPE
           CALL "category_add" USING BY REFERENCE WS-CC-CATEGORY
                                      BY REFERENCE WS-CC-REG-TYPE
                                      BY VALUE 0
                                      BY REFERENCE WS-CC-NO-PARENT
                                RETURNING WS-RC-SAVE

           CALL "category_validate"
                USING BY REFERENCE WS-CC-CATEGORY
                      BY REFERENCE WS-CC-TYPE
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: category '"
                       FUNCTION TRIM(WS-CC-CATEGORY)
                       "' is not registered for "
                       FUNCTION TRIM(WS-CC-TYPE)
                       " - check the category master"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CC-NOTE
           STRING "cash count adjustment (counted "
                  FUNCTION TRIM(WS-ARG-COUNTED) ")"
                  DELIMITED SIZE INTO WS-CC-NOTE
           MOVE 0 TO WS-TAX-CENTS

           CALL "tx_add" USING BY REFERENCE WS-ARG-DATE
                               BY REFERENCE WS-CC-TYPE
                               BY REFERENCE WS-CC-CATEGORY
                               BY VALUE WS-AMOUNT-CENTS
                               BY REFERENCE WS-CC-NOTE
                               BY REFERENCE WS-ARG-TAGS
                               BY REFERENCE WS-ARG-ACCOUNT
                               BY REFERENCE WS-ARG-CURRENCY
                               BY REFERENCE WS-ARG-SPLIT
                               BY REFERENCE WS-ARG-PAYEE
                               BY VALUE WS-THRESHOLD-CENTS
                               BY REFERENCE WS-ARG-ATTACH
                               BY REFERENCE WS-ARG-DEBIT-ACCOUNT
                               BY REFERENCE WS-ARG-CREDIT-ACCOUNT
                               BY REFERENCE WS-ARG-PROJECT
                               BY REFERENCE WS-ARG-DEDUCT-OVR
                               BY VALUE WS-TAX-CENTS
                               BY VALUE WS-QTY-MILLI
                               BY REFERENCE WS-ARG-UNIT
                               BY REFERENCE WS-ARG-CHEQUE
                               BY REFERENCE WS-ARG-SHARE
                               BY REFERENCE WS-ARG-FUND
                         RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to post the adjustment"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "cashcount_log"
                USING BY REFERENCE WS-ARG-ACCOUNT
                      BY REFERENCE WS-ARG-DATE
                      BY VALUE WS-CC-COUNTED
                      BY VALUE WS-CC-BOOK
                      BY VALUE WS-CC-DELTA
                RETURNING WS-RC

           DISPLAY "Adjustment posted to '"
                   FUNCTION TRIM(WS-CC-CATEGORY) "' ("
                   FUNCTION TRIM(WS-CC-TYPE) ")".

      *> ============================================================
      *> REPORT: overshort - 现金长短款历史 (口袋有多漏一目了然)
      *> ============================================================
       REPORT-OVERSHORT.
      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           IF WS-ARG-ACCOUNT NOT = SPACES
               DISPLAY "Over/short history for '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT) "'"
           ELSE
               DISPLAY "Over/short history (all accounts)"
           END-IF
           DISPLAY "DATE        COUNTED      BOOK         "
                   "OVER/SHORT"

           CALL "cashcount_hist_begin"
                USING BY REFERENCE WS-ARG-ACCOUNT
                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "cashcount_hist_next"
                    USING BY REFERENCE WS-LIST-DATE
                          BY REFERENCE WS-CC-COUNTED
                          BY REFERENCE WS-CC-BOOK
                          BY REFERENCE WS-CC-DELTA
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-DISP-CC-COUNTED = WS-CC-COUNTED / 100
                   COMPUTE WS-DISP-CC-BOOK = WS-CC-BOOK / 100
                   COMPUTE WS-DISP-CC-DELTA = WS-CC-DELTA / 100
                   DISPLAY FUNCTION TRIM(WS-LIST-DATE) "  "
                           WS-DISP-CC-COUNTED "  "
                           WS-DISP-CC-BOOK "  "
                           WS-DISP-CC-DELTA
               END-IF
           END-PERFORM
           CALL "cashcount_hist_end" RETURNING WS-RC.

      *> ============================================================
      *> CMD: settle - 共担费用的轧差结算
      *> 交易用 --share "对方:比例" 标记共担; 'settle balance'
      *> 列出与每个对方的往来净额, 'settle --with X --month M'
      *> 把当月净额轧平: 记下结算转账并把相关共担标记核销
      *> ============================================================
       CMD-SETTLE.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-SUBCOMMAND = "balance"
               PERFORM SETTLE-BALANCE
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-WITH = SPACES OR WS-ARG-MONTH = SPACES
               DISPLAY "Error: --with and --month are required"
               DISPLAY "Usage: ledger settle --with <partner> "
                       "--month YYYY-MM [--date YYYY-MM-DD]"
               DISPLAY "       ledger settle balance"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   结算日期缺省取今天
           IF WS-ARG-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                      DELIMITED SIZE INTO WS-ARG-DATE
           END-IF

           CALL "share_settle" USING BY REFERENCE WS-ARG-WITH
                                     BY REFERENCE WS-ARG-MONTH
                                     BY REFERENCE WS-ARG-DATE
                                     BY REFERENCE WS-SHR-AMOUNT
                               RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Nothing to settle with '"
                       FUNCTION TRIM(WS-ARG-WITH) "' for "
                       FUNCTION TRIM(WS-ARG-MONTH)
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Settlement failed"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DISP-SHR-AMOUNT = WS-SHR-AMOUNT / 100
           IF WS-SHR-AMOUNT >= 0
               DISPLAY "Settled " FUNCTION TRIM(WS-ARG-MONTH)
                       " with '" FUNCTION TRIM(WS-ARG-WITH)
                       "': they owed " WS-DISP-SHR-AMOUNT
                       " - settling transfer recorded"
           ELSE
               DISPLAY "Settled " FUNCTION TRIM(WS-ARG-MONTH)
                       " with '" FUNCTION TRIM(WS-ARG-WITH)
                       "': we owed " WS-DISP-SHR-AMOUNT
                       " - settling transfer recorded"
           END-IF.

      *> ---------------------------------------------------------
      *> SETTLE-BALANCE - 与每个共担对方的未结净额一览
      *> (正数 = 对方欠我)
      *> ---------------------------------------------------------
       SETTLE-BALANCE.
           DISPLAY "PARTNER               NET (they owe us)"
           CALL "share_balance_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "share_balance_next"
                    USING BY REFERENCE WS-SHR-NAME
                          BY REFERENCE WS-SHR-NET
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-DISP-SHR-NET = WS-SHR-NET / 100
                   DISPLAY FUNCTION TRIM(WS-SHR-NAME) "  "
                           WS-DISP-SHR-NET
               END-IF
           END-PERFORM
           CALL "share_balance_end" RETURNING WS-RC.

      *> ============================================================
      *> CMD: export - 导出 CSV
      *> ============================================================
       CMD-EXPORT.
           EVALUATE WS-SUBCOMMAND
               WHEN "tx"
                   PERFORM EXPORT-TX
               WHEN "report"
                   PERFORM EXPORT-REPORT
               WHEN "gl"
                   PERFORM EXPORT-GL
               WHEN "analytics"
                   PERFORM EXPORT-ANALYTICS
               WHEN "saft"
                   PERFORM EXPORT-SAFT
               WHEN "journal"
                   PERFORM EXPORT-JOURNAL
               WHEN "journal-check"
                   PERFORM EXPORT-JOURNAL-CHECK
               WHEN OTHER
                   DISPLAY "Error: export requires subcommand"
                   DISPLAY "Usage: ledger export tx [filters]"
                   DISPLAY "       ledger export report --month YYYY-MM"
                   DISPLAY "       ledger export gl --from "
                           "YYYY-MM-DD --to YYYY-MM-DD"
                   DISPLAY "       ledger export analytics "
                           "[--out dir]"
                   DISPLAY "       ledger export saft --year YYYY "
                           "[--out file]"
                   DISPLAY "       ledger export journal [--from "
                           "YYYY-MM-DD] [--to YYYY-MM-DD] [--out file]"
                   DISPLAY "       ledger export journal-check "
                           "--file <journal.ledger>"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ============================================================
      *> EXPORT-ANALYTICS - 维度化分析导出 (事实表 + 维度表)
      *> 与 EXPORT-TX 的单一平面文件不同, 这里按稳定键一次导出
      *> 一套: fact_transactions.csv (按 ID 关联各维度) +
      *> dim_category.csv (含父类别) + dim_account.csv (含科目
      *> 大类) + dim_payee.csv + dim_project.csv, 各文件键一致,
      *> 透视表/BI 一把装入, 不必再从重复文本反推层级;
      *> 行数清单落在 manifest.txt 供装载端核数
      *> ============================================================
       EXPORT-ANALYTICS.
           IF WS-OUT-PATH NOT = SPACES
               MOVE WS-OUT-PATH TO WS-ANL-DIR
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               MOVE SPACES TO WS-ANL-DIR
               STRING "./export/analytics_"
                      WS-DT-YEAR WS-DT-MONTH WS-DT-DAY
                      DELIMITED SIZE INTO WS-ANL-DIR
           END-IF

      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "pack_prepare_dir" USING BY REFERENCE WS-ANL-DIR
                                   RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Cannot create extract directory "
                       FUNCTION TRIM(WS-ANL-DIR)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "export_analytics"
                USING BY REFERENCE WS-ANL-DIR
                      BY REFERENCE WS-ANL-FACT-ROWS
                      BY REFERENCE WS-ANL-CAT-ROWS
                      BY REFERENCE WS-ANL-ACCT-ROWS
                      BY REFERENCE WS-ANL-PAYEE-ROWS
                      BY REFERENCE WS-ANL-PRJ-ROWS
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Analytics extract failed"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   行数清单 (装载端按这份核对拿没拿全)
           MOVE SPACES TO WS-PRINT-PATH
           STRING FUNCTION TRIM(WS-ANL-DIR) "/manifest.txt"
                  DELIMITED SIZE INTO WS-PRINT-PATH
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Error: Cannot write the manifest"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "ANALYTICS EXTRACT" TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE WS-ANL-FACT-ROWS TO WS-ANL-ROWS-DISP
           MOVE SPACES TO WS-PRINT-LINE
           STRING "fact_transactions.csv  "
                  FUNCTION TRIM(WS-ANL-ROWS-DISP) " row(s)"
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE WS-ANL-CAT-ROWS TO WS-ANL-ROWS-DISP
           MOVE SPACES TO WS-PRINT-LINE
           STRING "dim_category.csv       "
                  FUNCTION TRIM(WS-ANL-ROWS-DISP) " row(s)"
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE WS-ANL-ACCT-ROWS TO WS-ANL-ROWS-DISP
           MOVE SPACES TO WS-PRINT-LINE
           STRING "dim_account.csv        "
                  FUNCTION TRIM(WS-ANL-ROWS-DISP) " row(s)"
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE WS-ANL-PAYEE-ROWS TO WS-ANL-ROWS-DISP
           MOVE SPACES TO WS-PRINT-LINE
           STRING "dim_payee.csv          "
                  FUNCTION TRIM(WS-ANL-ROWS-DISP) " row(s)"
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE WS-ANL-PRJ-ROWS TO WS-ANL-ROWS-DISP
           MOVE SPACES TO WS-PRINT-LINE
           STRING "dim_project.csv        "
                  FUNCTION TRIM(WS-ANL-ROWS-DISP) " row(s)"
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           CLOSE PRINT-FILE

           MOVE WS-ANL-FACT-ROWS TO WS-ANL-ROWS-DISP
           DISPLAY "Analytics extract written to "
                   FUNCTION TRIM(WS-ANL-DIR) " ("
                   FUNCTION TRIM(WS-ANL-ROWS-DISP)
                   " fact row(s) plus 4 dimension file(s))"
           MOVE "analytics" TO WS-ICL-INTERFACE
           MOVE "out" TO WS-ICL-DIRECTION
           MOVE WS-PRINT-PATH TO WS-ICL-FILE
           MOVE WS-ANL-FACT-ROWS TO WS-ICL-HDR-COUNT WS-ICL-ACCEPTED
           PERFORM ICL-RECORD.

      *> ============================================================
      *> EXPORT-SAFT - 标准审计文件 (SAF-T 风格 XML), 一次一个财年
      *> 主档 (科目含期初/期末余额, 类别作分析码, 客户/供应商,
      *> VAT 栏位推出的税码) + 总账分录 (每笔交易连同各借贷腿)
      *> + 原始单据 (应收发票/贷项通知, 应付账单, 收付款).
      *> 先走一遍只算控制数, 各段与同期试算表核对一致才落文件;
      *> 未经 close 结账的财年拒绝导出, 主管带 --force --reason
      *> 方可越过, 越过记进操作流水且文件头标明期间未结
      *> ============================================================
       EXPORT-SAFT.
           IF WS-ARG-YEAR = SPACES OR WS-ARG-YEAR IS NOT NUMERIC
               DISPLAY "Error: --year is required"
               DISPLAY "Usage: ledger export saft --year YYYY "
                       "[--out file] [--force --reason text]"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM SAFT-PERIOD
           PERFORM SAFT-CLOSED-GATE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM SAFT-CONTROL-PASS
           PERFORM SAFT-RECONCILE
           IF WS-SAFT-BAD = 1
               DISPLAY "Error: control totals do not agree with the "
                       "trial balance - audit file not written"
               MOVE 7 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-OUT-PATH NOT = SPACES
               MOVE WS-OUT-PATH TO WS-SAFT-PATH
           ELSE
               MOVE SPACES TO WS-SAFT-PATH
               STRING "./export/saft_" FUNCTION TRIM(WS-ARG-YEAR)
                      ".xml"
                      DELIMITED SIZE INTO WS-SAFT-PATH
           END-IF
           OPEN OUTPUT SAFT-FILE
           IF WS-SAFT-STATUS NOT = "00"
               DISPLAY "Error: Cannot create audit file "
                       FUNCTION TRIM(WS-SAFT-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
                TO WS-SAFT-LINE
           WRITE WS-SAFT-LINE
           MOVE "<AuditFile>" TO WS-SAFT-LINE
           WRITE WS-SAFT-LINE
           PERFORM SAFT-WRITE-HEADER
           PERFORM SAFT-WRITE-MASTERS
           PERFORM SAFT-WRITE-ENTRIES
           PERFORM SAFT-WRITE-DOCUMENTS
           MOVE "</AuditFile>" TO WS-SAFT-LINE
           WRITE WS-SAFT-LINE
           CLOSE SAFT-FILE

           MOVE "saft" TO WS-ICL-INTERFACE
           MOVE "out" TO WS-ICL-DIRECTION
           MOVE WS-SAFT-PATH TO WS-ICL-FILE
           MOVE WS-SAFT-CTL-COUNT(1) TO WS-ICL-HDR-COUNT
                                        WS-ICL-ACCEPTED
           MOVE WS-SAFT-CTL-DEBIT(1) TO WS-ICL-HDR-TOTAL
                                        WS-ICL-POSTED
           PERFORM ICL-RECORD

           MOVE WS-SAFT-CTL-COUNT(1) TO WS-SAFT-CNT-DISP
           DISPLAY "Audit file " FUNCTION TRIM(WS-SAFT-PATH)
                   " written for " FUNCTION TRIM(WS-SAFT-FROM)
                   " to " FUNCTION TRIM(WS-SAFT-TO)
           DISPLAY FUNCTION TRIM(WS-SAFT-CNT-DISP)
                   " journal entr(ies); all section control totals "
                   "agree with the trial balance".

      *> ---------------------------------------------------------
      *> 财年起止日 (fiscal_year_start 月起 12 个月)
      *> ---------------------------------------------------------
       SAFT-PERIOD.
           MOVE WS-ARG-YEAR(1:4) TO WS-FY-FROM-YEAR
           MOVE WS-CONFIG-FY-START TO WS-QTR-START-MONTH
           MOVE SPACES TO WS-SAFT-FROM
           STRING WS-FY-FROM-YEAR "-" WS-QTR-START-MONTH "-01"
                  DELIMITED SIZE INTO WS-SAFT-FROM
           IF WS-CONFIG-FY-START = 1
               MOVE WS-FY-FROM-YEAR TO WS-FY-TO-YEAR
               MOVE 12 TO WS-FY-END-MONTH
           ELSE
               COMPUTE WS-FY-TO-YEAR = WS-FY-FROM-YEAR + 1
               COMPUTE WS-FY-END-MONTH = WS-CONFIG-FY-START - 1
           END-IF
           MOVE SPACES TO WS-ARG-MONTH
           STRING WS-FY-TO-YEAR "-" WS-FY-END-MONTH
                  DELIMITED SIZE INTO WS-ARG-MONTH
           PERFORM CALC-MONTH-END-DATE
           MOVE WS-MONTH-END-DATE TO WS-SAFT-TO.

      *> ---------------------------------------------------------
      *> 未结账财年的闸门 (越过的路数同 CHECKLIST-GATE)
      *> ---------------------------------------------------------
       SAFT-CLOSED-GATE.
           MOVE 0 TO WS-SAFT-CLOSED
           CALL "period_is_closed" USING BY REFERENCE WS-ARG-YEAR
                                         BY VALUE WS-CONFIG-FY-START
                                         BY REFERENCE WS-SAFT-CLOSED
                                   RETURNING WS-RC
           IF WS-SAFT-CLOSED = 1
               MOVE "closed" TO WS-SAFT-PERIOD-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-FORCE = 0
               DISPLAY "Blocked: year " FUNCTION TRIM(WS-ARG-YEAR)
                       " is not closed - run 'ledger close --year "
                       FUNCTION TRIM(WS-ARG-YEAR) "' first"
               DISPLAY "A supervisor may export an open year with "
                       "--force --reason <text>"
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-REASON = SPACES
               DISPLAY "Error: --reason is required to export an "
                       "open year"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "supervisor" TO WS-PRIV-NEEDED
           PERFORM CHECK-PRIVILEGE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "open" TO WS-SAFT-PERIOD-STATUS
           DISPLAY "Warning: year " FUNCTION TRIM(WS-ARG-YEAR)
                   " is not closed - exporting anyway (--force)"
           MOVE SPACES TO WS-SAFT-LOG
           STRING "SAFT OPEN-YEAR OVERRIDE " FUNCTION TRIM(WS-ARG-YEAR)
                  ": " FUNCTION TRIM(WS-ARG-REASON)
                  DELIMITED SIZE INTO WS-SAFT-LOG
           CALL "ops_log_write"
                USING BY REFERENCE WS-SAFT-LOG
                      BY REFERENCE WS-OPERATOR
                      BY VALUE 0
                RETURNING WS-RC-SAVE.

      *> ---------------------------------------------------------
      *> 控制数一遍: 只读游标, 不落文件
      *> ---------------------------------------------------------
       SAFT-CONTROL-PASS.
           INITIALIZE WS-SAFT-CTL-TABLE

      *>   1 总账分录: 笔数按交易计, 借贷按腿累计
           MOVE 0 TO WS-SAFT-PREV-TX
           CALL "saft_entry_begin" USING BY REFERENCE WS-SAFT-FROM
                                         BY REFERENCE WS-SAFT-TO
                                   RETURNING WS-SAFT-RC
           PERFORM UNTIL WS-SAFT-RC NOT = 0
               PERFORM SAFT-ENTRY-FETCH
               IF WS-SAFT-RC = 0
                   IF WS-SAFT-TX-ID NOT = WS-SAFT-PREV-TX
                       ADD 1 TO WS-SAFT-CTL-COUNT(1)
                       MOVE WS-SAFT-TX-ID TO WS-SAFT-PREV-TX
                   END-IF
                   ADD WS-SAFT-DEBIT TO WS-SAFT-CTL-DEBIT(1)
                   ADD WS-SAFT-CREDIT TO WS-SAFT-CTL-CREDIT(1)
               END-IF
           END-PERFORM
           CALL "saft_entry_end" RETURNING WS-RC

      *>   2 科目: 借方栏放期初合计, 贷方栏放期末合计 (借正贷负)
           CALL "saft_account_begin" USING BY REFERENCE WS-SAFT-FROM
                                           BY REFERENCE WS-SAFT-TO
                                     RETURNING WS-SAFT-RC
           PERFORM UNTIL WS-SAFT-RC NOT = 0
               PERFORM SAFT-ACCOUNT-FETCH
               IF WS-SAFT-RC = 0
                   ADD 1 TO WS-SAFT-CTL-COUNT(2)
                   ADD WS-SAFT-OPEN-BAL TO WS-SAFT-CTL-DEBIT(2)
                   ADD WS-SAFT-CLOSE-BAL TO WS-SAFT-CTL-CREDIT(2)
               END-IF
           END-PERFORM
           CALL "saft_account_end" RETURNING WS-RC

      *>   3-6 单据: 按序时簿口径分段累计
           PERFORM VARYING WS-SAFT-SEC-IDX FROM 3 BY 1
                   UNTIL WS-SAFT-SEC-IDX > 6
               PERFORM SAFT-SECTION-NAMES
               CALL "saft_doc_begin"
                    USING BY REFERENCE WS-SAFT-SECTION
                          BY REFERENCE WS-SAFT-FROM
                          BY REFERENCE WS-SAFT-TO
                    RETURNING WS-SAFT-RC
               PERFORM UNTIL WS-SAFT-RC NOT = 0
                   PERFORM SAFT-DOC-FETCH
                   IF WS-SAFT-RC = 0
                       PERFORM SAFT-DOC-SIDE
                   END-IF
               END-PERFORM
               CALL "saft_doc_end" RETURNING WS-RC
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 各段序号 -> 序时簿名 / XML 段标签
      *> ---------------------------------------------------------
       SAFT-SECTION-NAMES.
           EVALUATE WS-SAFT-SEC-IDX
               WHEN 3
                   MOVE "sales" TO WS-SAFT-SECTION
                   MOVE "Sales invoices" TO WS-SAFT-CTL-LABEL
                   MOVE "Invoice" TO WS-SAFT-DOC-TAG
               WHEN 4
                   MOVE "purchases" TO WS-SAFT-SECTION
                   MOVE "Purchase invoices" TO WS-SAFT-CTL-LABEL
                   MOVE "Invoice" TO WS-SAFT-DOC-TAG
               WHEN 5
                   MOVE "receipts" TO WS-SAFT-SECTION
                   MOVE "Payments received" TO WS-SAFT-CTL-LABEL
                   MOVE "Payment" TO WS-SAFT-DOC-TAG
               WHEN OTHER
                   MOVE "disbursements" TO WS-SAFT-SECTION
                   MOVE "Payments made" TO WS-SAFT-CTL-LABEL
                   MOVE "Payment" TO WS-SAFT-DOC-TAG
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 单据记哪一方: 销售发票与付款记贷方, 采购账单与收款记
      *> 借方; 贷项通知 (credit-memo) 反向
      *> ---------------------------------------------------------
       SAFT-DOC-SIDE.
           ADD 1 TO WS-SAFT-CTL-COUNT(WS-SAFT-SEC-IDX)
           IF (WS-SAFT-SEC-IDX = 3 OR WS-SAFT-SEC-IDX = 6)
                   AND WS-SAFT-DOC-TYPE NOT = "credit-memo"
               ADD WS-SAFT-GROSS
                   TO WS-SAFT-CTL-CREDIT(WS-SAFT-SEC-IDX)
               EXIT PARAGRAPH
           END-IF
           IF (WS-SAFT-SEC-IDX = 4 OR WS-SAFT-SEC-IDX = 5)
                   AND WS-SAFT-DOC-TYPE = "credit-memo"
               ADD WS-SAFT-GROSS
                   TO WS-SAFT-CTL-CREDIT(WS-SAFT-SEC-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD WS-SAFT-GROSS TO WS-SAFT-CTL-DEBIT(WS-SAFT-SEC-IDX).

      *> ---------------------------------------------------------
      *> 控制数对试算表: 分录借/贷各对同期试算表发生额, 科目
      *> 余额变动对试算表净发生额, 各单据段对相应控制科目
      *> (sj_tb_control, 与 report books 同一口径)
      *> ---------------------------------------------------------
       SAFT-RECONCILE.
           MOVE 0 TO WS-SAFT-BAD WS-SAFT-TB-DEBIT WS-SAFT-TB-CREDIT
           CALL "rpt_trial_balance_period"
                USING BY REFERENCE WS-SAFT-FROM
                      BY REFERENCE WS-SAFT-TO
                      BY REFERENCE WS-SAFT-TB-DEBIT
                      BY REFERENCE WS-SAFT-TB-CREDIT
                RETURNING WS-SAFT-RC
           IF WS-SAFT-RC NOT = 0
               DISPLAY "Error: Cannot read the trial balance for "
                       "the period"
               MOVE 1 TO WS-SAFT-BAD
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONTROL TOTALS                    FILE   "
                   "TRIAL BALANCE      DIFFERENCE"

           MOVE "Journal entries, debit" TO WS-SAFT-CTL-LABEL
           MOVE WS-SAFT-CTL-DEBIT(1) TO WS-SAFT-FILE-AMT
           MOVE WS-SAFT-TB-DEBIT TO WS-SAFT-AMT
           PERFORM SAFT-CONTROL-LINE
           MOVE "Journal entries, credit" TO WS-SAFT-CTL-LABEL
           MOVE WS-SAFT-CTL-CREDIT(1) TO WS-SAFT-FILE-AMT
           MOVE WS-SAFT-TB-CREDIT TO WS-SAFT-AMT
           PERFORM SAFT-CONTROL-LINE

           MOVE "Account balance movement" TO WS-SAFT-CTL-LABEL
           COMPUTE WS-SAFT-FILE-AMT =
                   WS-SAFT-CTL-CREDIT(2) - WS-SAFT-CTL-DEBIT(2)
           COMPUTE WS-SAFT-AMT = WS-SAFT-TB-DEBIT - WS-SAFT-TB-CREDIT
           PERFORM SAFT-CONTROL-LINE

           PERFORM VARYING WS-SAFT-SEC-IDX FROM 3 BY 1
                   UNTIL WS-SAFT-SEC-IDX > 6
               PERFORM SAFT-SECTION-NAMES
               MOVE 0 TO WS-SJ-TB-AMOUNT
               MOVE WS-SAFT-SECTION TO WS-SJ-BOOK
               CALL "sj_tb_control"
                    USING BY REFERENCE WS-SJ-BOOK
                          BY REFERENCE WS-SAFT-FROM
                          BY REFERENCE WS-SAFT-TO
                          BY REFERENCE WS-SJ-CONTROL
                          BY REFERENCE WS-SJ-TB-AMOUNT
                    RETURNING WS-SAFT-RC
               IF WS-SAFT-RC NOT = 0
                   MOVE 1 TO WS-SAFT-BAD
               END-IF
               IF WS-SAFT-SEC-IDX = 3 OR WS-SAFT-SEC-IDX = 6
                   COMPUTE WS-SAFT-FILE-AMT =
                           WS-SAFT-CTL-CREDIT(WS-SAFT-SEC-IDX)
                           - WS-SAFT-CTL-DEBIT(WS-SAFT-SEC-IDX)
               ELSE
                   COMPUTE WS-SAFT-FILE-AMT =
                           WS-SAFT-CTL-DEBIT(WS-SAFT-SEC-IDX)
                           - WS-SAFT-CTL-CREDIT(WS-SAFT-SEC-IDX)
               END-IF
               MOVE WS-SJ-TB-AMOUNT TO WS-SAFT-AMT
               PERFORM SAFT-CONTROL-LINE
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 一行控制数: 调用方给 LABEL / FILE-AMT (文件数) 与
      *> WS-SAFT-AMT (试算表数); 有差额即置 WS-SAFT-BAD
      *> ---------------------------------------------------------
       SAFT-CONTROL-LINE.
           COMPUTE WS-SAFT-DIFF = WS-SAFT-FILE-AMT - WS-SAFT-AMT
           IF WS-SAFT-DIFF NOT = 0
               MOVE 1 TO WS-SAFT-BAD
           END-IF
           COMPUTE WS-DISP-SAFT-AMT = WS-SAFT-FILE-AMT / 100
           COMPUTE WS-DISP-SAFT-AMT2 = WS-SAFT-AMT / 100
           COMPUTE WS-DISP-SAFT-AMT3 = WS-SAFT-DIFF / 100
           DISPLAY WS-SAFT-CTL-LABEL " " WS-DISP-SAFT-AMT " "
                   WS-DISP-SAFT-AMT2 " " WS-DISP-SAFT-AMT3.

      *> ---------------------------------------------------------
      *> 游标取数
      *> ---------------------------------------------------------
       SAFT-ENTRY-FETCH.
           CALL "saft_entry_next"
                USING BY REFERENCE WS-SAFT-TX-ID
                      BY REFERENCE WS-SAFT-DATE
                      BY REFERENCE WS-SAFT-DESC
                      BY REFERENCE WS-SAFT-ACCT
                      BY REFERENCE WS-SAFT-DEBIT
                      BY REFERENCE WS-SAFT-CREDIT
                RETURNING WS-SAFT-RC.

       SAFT-ACCOUNT-FETCH.
           CALL "saft_account_next"
                USING BY REFERENCE WS-SAFT-CODE
                      BY REFERENCE WS-SAFT-NAME
                      BY REFERENCE WS-SAFT-KIND
                      BY REFERENCE WS-SAFT-OPEN-BAL
                      BY REFERENCE WS-SAFT-CLOSE-BAL
                RETURNING WS-SAFT-RC.

       SAFT-DOC-FETCH.
           CALL "saft_doc_next"
                USING BY REFERENCE WS-SAFT-DOC-NO
                      BY REFERENCE WS-SAFT-DOC-TYPE
                      BY REFERENCE WS-SAFT-DATE
                      BY REFERENCE WS-SAFT-PARTY
                      BY REFERENCE WS-SAFT-NET
                      BY REFERENCE WS-SAFT-TAX
                      BY REFERENCE WS-SAFT-GROSS
                RETURNING WS-SAFT-RC.

      *> ---------------------------------------------------------
      *> 文件头
      *> ---------------------------------------------------------
       SAFT-WRITE-HEADER.
           MOVE 2 TO WS-SAFT-IND
           MOVE "<Header>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT
           MOVE 4 TO WS-SAFT-IND
           MOVE "AuditFileVersion" TO WS-SAFT-TAG
           MOVE "2.00" TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           MOVE "CompanyName" TO WS-SAFT-TAG
           MOVE WS-CONFIG-BIZ-NAME TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           MOVE "FiscalYear" TO WS-SAFT-TAG
           MOVE WS-ARG-YEAR TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           MOVE "StartDate" TO WS-SAFT-TAG
           MOVE WS-SAFT-FROM TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           MOVE "EndDate" TO WS-SAFT-TAG
           MOVE WS-SAFT-TO TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           IF WS-DEFAULT-CURRENCY NOT = SPACES
               MOVE "CurrencyCode" TO WS-SAFT-TAG
               MOVE WS-DEFAULT-CURRENCY TO WS-SAFT-RAW
               PERFORM SAFT-ELEM
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
           MOVE "DateCreated" TO WS-SAFT-TAG
           MOVE SPACES TO WS-SAFT-RAW
           STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                  DELIMITED SIZE INTO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           MOVE "PeriodStatus" TO WS-SAFT-TAG
           MOVE WS-SAFT-PERIOD-STATUS TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           MOVE "SoftwareID" TO WS-SAFT-TAG
           MOVE "ledger" TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           MOVE 2 TO WS-SAFT-IND
           MOVE "</Header>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT.

      *> ---------------------------------------------------------
      *> 主档: 科目 (含期初/期末余额), 类别, 客户, 供应商, 税码
      *> ---------------------------------------------------------
       SAFT-WRITE-MASTERS.
           MOVE 2 TO WS-SAFT-IND
           MOVE "<MasterFiles>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT

           MOVE 4 TO WS-SAFT-IND
           MOVE "<GeneralLedgerAccounts>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT
           CALL "saft_account_begin" USING BY REFERENCE WS-SAFT-FROM
                                           BY REFERENCE WS-SAFT-TO
                                     RETURNING WS-SAFT-RC
           PERFORM UNTIL WS-SAFT-RC NOT = 0
               PERFORM SAFT-ACCOUNT-FETCH
               IF WS-SAFT-RC = 0
                   PERFORM SAFT-ONE-ACCOUNT
               END-IF
           END-PERFORM
           CALL "saft_account_end" RETURNING WS-RC
           MOVE 4 TO WS-SAFT-IND
           MOVE "</GeneralLedgerAccounts>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT

      *>   类别作分析码表; 客户/供应商同一游标按 kind 分段
           MOVE "category" TO WS-SAFT-SECTION
           MOVE "AnalysisTypeTable" TO WS-SAFT-SEC-TAG
           MOVE "AnalysisTypeTableEntry" TO WS-SAFT-DOC-TAG
           PERFORM SAFT-MASTER-SECTION
           MOVE "customer" TO WS-SAFT-SECTION
           MOVE "Customers" TO WS-SAFT-SEC-TAG
           MOVE "Customer" TO WS-SAFT-DOC-TAG
           PERFORM SAFT-MASTER-SECTION
           MOVE "supplier" TO WS-SAFT-SECTION
           MOVE "Suppliers" TO WS-SAFT-SEC-TAG
           MOVE "Supplier" TO WS-SAFT-DOC-TAG
           PERFORM SAFT-MASTER-SECTION
           MOVE "taxcode" TO WS-SAFT-SECTION
           MOVE "TaxTable" TO WS-SAFT-SEC-TAG
           MOVE "TaxTableEntry" TO WS-SAFT-DOC-TAG
           PERFORM SAFT-MASTER-SECTION

           MOVE 2 TO WS-SAFT-IND
           MOVE "</MasterFiles>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT.

      *> ---------------------------------------------------------
      *> 一个科目: 余额按借正贷负拆成借方/贷方栏
      *> ---------------------------------------------------------
       SAFT-ONE-ACCOUNT.
           MOVE 6 TO WS-SAFT-IND
           MOVE "<Account>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT
           MOVE 8 TO WS-SAFT-IND
           MOVE "AccountID" TO WS-SAFT-TAG
           MOVE WS-SAFT-CODE TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           MOVE "AccountDescription" TO WS-SAFT-TAG
           MOVE WS-SAFT-NAME TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           MOVE "AccountType" TO WS-SAFT-TAG
           MOVE WS-SAFT-KIND TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           MOVE WS-SAFT-OPEN-BAL TO WS-SAFT-AMT
           IF WS-SAFT-AMT < 0
               MOVE "OpeningCreditBalance" TO WS-SAFT-TAG
               COMPUTE WS-SAFT-AMT = 0 - WS-SAFT-AMT
           ELSE
               MOVE "OpeningDebitBalance" TO WS-SAFT-TAG
           END-IF
           PERFORM SAFT-AMT-ELEM
           MOVE WS-SAFT-CLOSE-BAL TO WS-SAFT-AMT
           IF WS-SAFT-AMT < 0
               MOVE "ClosingCreditBalance" TO WS-SAFT-TAG
               COMPUTE WS-SAFT-AMT = 0 - WS-SAFT-AMT
           ELSE
               MOVE "ClosingDebitBalance" TO WS-SAFT-TAG
           END-IF
           PERFORM SAFT-AMT-ELEM
           MOVE 6 TO WS-SAFT-IND
           MOVE "</Account>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT.

      *> ---------------------------------------------------------
      *> 简单主档段: saft_master_next 给 代码 / 名称 / 税号 / 税率
      *> (税码段才用税率, 客户/供应商段才用税号)
      *> ---------------------------------------------------------
       SAFT-MASTER-SECTION.
           MOVE 4 TO WS-SAFT-IND
           MOVE SPACES TO WS-SAFT-RAW
           STRING "<" FUNCTION TRIM(WS-SAFT-SEC-TAG) ">"
                  DELIMITED SIZE INTO WS-SAFT-RAW
           PERFORM SAFT-PUT
           CALL "saft_master_begin" USING BY REFERENCE WS-SAFT-SECTION
                                    RETURNING WS-SAFT-RC
           PERFORM UNTIL WS-SAFT-RC NOT = 0
               CALL "saft_master_next"
                    USING BY REFERENCE WS-SAFT-CODE
                          BY REFERENCE WS-SAFT-NAME
                          BY REFERENCE WS-SAFT-TAXID
                          BY REFERENCE WS-SAFT-RATE
                    RETURNING WS-SAFT-RC
               IF WS-SAFT-RC = 0
                   PERFORM SAFT-ONE-MASTER
               END-IF
           END-PERFORM
           CALL "saft_master_end" RETURNING WS-RC
           MOVE 4 TO WS-SAFT-IND
           MOVE SPACES TO WS-SAFT-RAW
           STRING "</" FUNCTION TRIM(WS-SAFT-SEC-TAG) ">"
                  DELIMITED SIZE INTO WS-SAFT-RAW
           PERFORM SAFT-PUT.

       SAFT-ONE-MASTER.
           MOVE 6 TO WS-SAFT-IND
           MOVE SPACES TO WS-SAFT-RAW
           STRING "<" FUNCTION TRIM(WS-SAFT-DOC-TAG) ">"
                  DELIMITED SIZE INTO WS-SAFT-RAW
           PERFORM SAFT-PUT
           MOVE 8 TO WS-SAFT-IND
           EVALUATE WS-SAFT-SECTION
               WHEN "category"
                   MOVE "AnalysisType" TO WS-SAFT-TAG
                   MOVE "CAT" TO WS-SAFT-RAW
                   PERFORM SAFT-ELEM
                   MOVE "AnalysisID" TO WS-SAFT-TAG
                   MOVE WS-SAFT-CODE TO WS-SAFT-RAW
                   PERFORM SAFT-ELEM
                   MOVE "AnalysisIDDescription" TO WS-SAFT-TAG
               WHEN "customer"
                   MOVE "CustomerID" TO WS-SAFT-TAG
                   MOVE WS-SAFT-CODE TO WS-SAFT-RAW
                   PERFORM SAFT-ELEM
                   MOVE "Name" TO WS-SAFT-TAG
               WHEN "supplier"
                   MOVE "SupplierID" TO WS-SAFT-TAG
                   MOVE WS-SAFT-CODE TO WS-SAFT-RAW
                   PERFORM SAFT-ELEM
                   MOVE "Name" TO WS-SAFT-TAG
               WHEN OTHER
                   MOVE "TaxCode" TO WS-SAFT-TAG
                   MOVE WS-SAFT-CODE TO WS-SAFT-RAW
                   PERFORM SAFT-ELEM
                   MOVE "Description" TO WS-SAFT-TAG
           END-EVALUATE
           MOVE WS-SAFT-NAME TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           IF (WS-SAFT-SECTION = "customer"
                   OR WS-SAFT-SECTION = "supplier")
                   AND WS-SAFT-TAXID NOT = SPACES
               MOVE "TaxRegistrationNumber" TO WS-SAFT-TAG
               MOVE WS-SAFT-TAXID TO WS-SAFT-RAW
               PERFORM SAFT-ELEM
           END-IF
           IF WS-SAFT-SECTION = "taxcode"
      *>       税率以万分之一存 (20.00% = 2000)
               COMPUTE WS-SAFT-RATE-DISP = WS-SAFT-RATE / 100
               MOVE "TaxPercentage" TO WS-SAFT-TAG
               MOVE FUNCTION TRIM(WS-SAFT-RATE-DISP) TO WS-SAFT-RAW
               PERFORM SAFT-ELEM
           END-IF
           MOVE 6 TO WS-SAFT-IND
           MOVE SPACES TO WS-SAFT-RAW
           STRING "</" FUNCTION TRIM(WS-SAFT-DOC-TAG) ">"
                  DELIMITED SIZE INTO WS-SAFT-RAW
           PERFORM SAFT-PUT.

      *> ---------------------------------------------------------
      *> 总账分录: 段头控制数, 每笔交易一个 Transaction, 腿为 Line
      *> ---------------------------------------------------------
       SAFT-WRITE-ENTRIES.
           MOVE 2 TO WS-SAFT-IND
           MOVE "<GeneralLedgerEntries>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT
           MOVE 4 TO WS-SAFT-IND
           MOVE WS-SAFT-CTL-COUNT(1) TO WS-SAFT-CNT-DISP
           MOVE "NumberOfEntries" TO WS-SAFT-TAG
           MOVE FUNCTION TRIM(WS-SAFT-CNT-DISP) TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           MOVE "TotalDebit" TO WS-SAFT-TAG
           MOVE WS-SAFT-CTL-DEBIT(1) TO WS-SAFT-AMT
           PERFORM SAFT-AMT-ELEM
           MOVE "TotalCredit" TO WS-SAFT-TAG
           MOVE WS-SAFT-CTL-CREDIT(1) TO WS-SAFT-AMT
           PERFORM SAFT-AMT-ELEM
           MOVE "<Journal>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT
           MOVE 6 TO WS-SAFT-IND
           MOVE "JournalID" TO WS-SAFT-TAG
           MOVE "GL" TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           MOVE "Description" TO WS-SAFT-TAG
           MOVE "General ledger" TO WS-SAFT-RAW
           PERFORM SAFT-ELEM

           MOVE 0 TO WS-SAFT-PREV-TX
           CALL "saft_entry_begin" USING BY REFERENCE WS-SAFT-FROM
                                         BY REFERENCE WS-SAFT-TO
                                   RETURNING WS-SAFT-RC
           PERFORM UNTIL WS-SAFT-RC NOT = 0
               PERFORM SAFT-ENTRY-FETCH
               IF WS-SAFT-RC = 0
                   PERFORM SAFT-ONE-LEG
               END-IF
           END-PERFORM
           CALL "saft_entry_end" RETURNING WS-RC
           IF WS-SAFT-PREV-TX NOT = 0
               MOVE 6 TO WS-SAFT-IND
               MOVE "</Transaction>" TO WS-SAFT-RAW
               PERFORM SAFT-PUT
           END-IF

           MOVE 4 TO WS-SAFT-IND
           MOVE "</Journal>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT
           MOVE 2 TO WS-SAFT-IND
           MOVE "</GeneralLedgerEntries>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT.

      *> ---------------------------------------------------------
      *> 一条借贷腿; 交易号变了就收上一笔、开新一笔
      *> ---------------------------------------------------------
       SAFT-ONE-LEG.
           IF WS-SAFT-TX-ID NOT = WS-SAFT-PREV-TX
               IF WS-SAFT-PREV-TX NOT = 0
                   MOVE 6 TO WS-SAFT-IND
                   MOVE "</Transaction>" TO WS-SAFT-RAW
                   PERFORM SAFT-PUT
               END-IF
               MOVE WS-SAFT-TX-ID TO WS-SAFT-PREV-TX
               MOVE 0 TO WS-SAFT-LINE-NO
               MOVE 6 TO WS-SAFT-IND
               MOVE "<Transaction>" TO WS-SAFT-RAW
               PERFORM SAFT-PUT
               MOVE 8 TO WS-SAFT-IND
               MOVE WS-SAFT-TX-ID TO WS-SAFT-TX-DISP
               MOVE "TransactionID" TO WS-SAFT-TAG
               MOVE FUNCTION TRIM(WS-SAFT-TX-DISP) TO WS-SAFT-RAW
               PERFORM SAFT-ELEM
               MOVE "TransactionDate" TO WS-SAFT-TAG
               MOVE WS-SAFT-DATE TO WS-SAFT-RAW
               PERFORM SAFT-ELEM
               MOVE "Description" TO WS-SAFT-TAG
               MOVE WS-SAFT-DESC TO WS-SAFT-RAW
               PERFORM SAFT-ELEM
           END-IF
           ADD 1 TO WS-SAFT-LINE-NO
           MOVE 8 TO WS-SAFT-IND
           MOVE "<Line>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT
           MOVE 10 TO WS-SAFT-IND
           MOVE WS-SAFT-LINE-NO TO WS-SAFT-CNT-DISP
           MOVE "RecordID" TO WS-SAFT-TAG
           MOVE FUNCTION TRIM(WS-SAFT-CNT-DISP) TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           MOVE "AccountID" TO WS-SAFT-TAG
           MOVE WS-SAFT-ACCT TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           IF WS-SAFT-DEBIT NOT = 0
               MOVE "DebitAmount" TO WS-SAFT-TAG
               MOVE WS-SAFT-DEBIT TO WS-SAFT-AMT
           ELSE
               MOVE "CreditAmount" TO WS-SAFT-TAG
               MOVE WS-SAFT-CREDIT TO WS-SAFT-AMT
           END-IF
           PERFORM SAFT-AMT-ELEM
           MOVE 8 TO WS-SAFT-IND
           MOVE "</Line>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT.

      *> ---------------------------------------------------------
      *> 原始单据: 销售发票 (含贷项通知), 采购账单, 收付款
      *> (收款与付款并在一个 Payments 段, 控制数分借贷两栏)
      *> ---------------------------------------------------------
       SAFT-WRITE-DOCUMENTS.
           MOVE 2 TO WS-SAFT-IND
           MOVE "<SourceDocuments>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT
           PERFORM VARYING WS-SAFT-SEC-IDX FROM 3 BY 1
                   UNTIL WS-SAFT-SEC-IDX > 6
               PERFORM SAFT-SECTION-NAMES
               EVALUATE WS-SAFT-SEC-IDX
                   WHEN 3
                       MOVE "SalesInvoices" TO WS-SAFT-SEC-TAG
                       PERFORM SAFT-SECTION-OPEN
                   WHEN 4
                       MOVE "PurchaseInvoices" TO WS-SAFT-SEC-TAG
                       PERFORM SAFT-SECTION-OPEN
                   WHEN 5
                       MOVE "Payments" TO WS-SAFT-SEC-TAG
                       PERFORM SAFT-SECTION-OPEN
               END-EVALUATE
               CALL "saft_doc_begin"
                    USING BY REFERENCE WS-SAFT-SECTION
                          BY REFERENCE WS-SAFT-FROM
                          BY REFERENCE WS-SAFT-TO
                    RETURNING WS-SAFT-RC
               PERFORM UNTIL WS-SAFT-RC NOT = 0
                   PERFORM SAFT-DOC-FETCH
                   IF WS-SAFT-RC = 0
                       PERFORM SAFT-ONE-DOC
                   END-IF
               END-PERFORM
               CALL "saft_doc_end" RETURNING WS-RC
               IF WS-SAFT-SEC-IDX NOT = 5
                   MOVE 4 TO WS-SAFT-IND
                   MOVE SPACES TO WS-SAFT-RAW
                   STRING "</" FUNCTION TRIM(WS-SAFT-SEC-TAG) ">"
                          DELIMITED SIZE INTO WS-SAFT-RAW
                   PERFORM SAFT-PUT
               END-IF
           END-PERFORM
           MOVE 2 TO WS-SAFT-IND
           MOVE "</SourceDocuments>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT.

      *> ---------------------------------------------------------
      *> 单据段头: 笔数与借/贷控制数 (Payments 段合收付两簿)
      *> ---------------------------------------------------------
       SAFT-SECTION-OPEN.
           MOVE 4 TO WS-SAFT-IND
           MOVE SPACES TO WS-SAFT-RAW
           STRING "<" FUNCTION TRIM(WS-SAFT-SEC-TAG) ">"
                  DELIMITED SIZE INTO WS-SAFT-RAW
           PERFORM SAFT-PUT
           MOVE 6 TO WS-SAFT-IND
           IF WS-SAFT-SEC-IDX = 5
               COMPUTE WS-SAFT-LINE-NO =
                       WS-SAFT-CTL-COUNT(5) + WS-SAFT-CTL-COUNT(6)
           ELSE
               MOVE WS-SAFT-CTL-COUNT(WS-SAFT-SEC-IDX)
                    TO WS-SAFT-LINE-NO
           END-IF
           MOVE WS-SAFT-LINE-NO TO WS-SAFT-CNT-DISP
           MOVE "NumberOfEntries" TO WS-SAFT-TAG
           MOVE FUNCTION TRIM(WS-SAFT-CNT-DISP) TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           MOVE "TotalDebit" TO WS-SAFT-TAG
           IF WS-SAFT-SEC-IDX = 5
               COMPUTE WS-SAFT-AMT =
                       WS-SAFT-CTL-DEBIT(5) + WS-SAFT-CTL-DEBIT(6)
           ELSE
               MOVE WS-SAFT-CTL-DEBIT(WS-SAFT-SEC-IDX) TO WS-SAFT-AMT
           END-IF
           PERFORM SAFT-AMT-ELEM
           MOVE "TotalCredit" TO WS-SAFT-TAG
           IF WS-SAFT-SEC-IDX = 5
               COMPUTE WS-SAFT-AMT =
                       WS-SAFT-CTL-CREDIT(5) + WS-SAFT-CTL-CREDIT(6)
           ELSE
               MOVE WS-SAFT-CTL-CREDIT(WS-SAFT-SEC-IDX)
                    TO WS-SAFT-AMT
           END-IF
           PERFORM SAFT-AMT-ELEM.

      *> ---------------------------------------------------------
       SAFT-ONE-DOC.
           MOVE 6 TO WS-SAFT-IND
           MOVE SPACES TO WS-SAFT-RAW
           STRING "<" FUNCTION TRIM(WS-SAFT-DOC-TAG) ">"
                  DELIMITED SIZE INTO WS-SAFT-RAW
           PERFORM SAFT-PUT
           MOVE 8 TO WS-SAFT-IND
           IF WS-SAFT-SEC-IDX < 5
               MOVE "InvoiceNo" TO WS-SAFT-TAG
           ELSE
               MOVE "PaymentRefNo" TO WS-SAFT-TAG
           END-IF
           MOVE WS-SAFT-DOC-NO TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           IF WS-SAFT-SEC-IDX < 5
               MOVE "InvoiceType" TO WS-SAFT-TAG
           ELSE
               MOVE "PaymentType" TO WS-SAFT-TAG
           END-IF
           EVALUATE TRUE
               WHEN WS-SAFT-DOC-TYPE = "credit-memo"
                   MOVE "credit-memo" TO WS-SAFT-RAW
               WHEN WS-SAFT-SEC-IDX = 5
                   MOVE "received" TO WS-SAFT-RAW
               WHEN WS-SAFT-SEC-IDX = 6
                   MOVE "paid" TO WS-SAFT-RAW
               WHEN OTHER
                   MOVE WS-SAFT-DOC-TYPE TO WS-SAFT-RAW
           END-EVALUATE
           PERFORM SAFT-ELEM
           IF WS-SAFT-SEC-IDX < 5
               MOVE "InvoiceDate" TO WS-SAFT-TAG
           ELSE
               MOVE "TransactionDate" TO WS-SAFT-TAG
           END-IF
           MOVE WS-SAFT-DATE TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           IF WS-SAFT-SEC-IDX = 3 OR WS-SAFT-SEC-IDX = 5
               MOVE "CustomerID" TO WS-SAFT-TAG
           ELSE
               MOVE "SupplierID" TO WS-SAFT-TAG
           END-IF
           MOVE WS-SAFT-PARTY TO WS-SAFT-RAW
           PERFORM SAFT-ELEM
           MOVE "<DocumentTotals>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT
           MOVE 10 TO WS-SAFT-IND
           MOVE "TaxPayable" TO WS-SAFT-TAG
           MOVE WS-SAFT-TAX TO WS-SAFT-AMT
           PERFORM SAFT-AMT-ELEM
           MOVE "NetTotal" TO WS-SAFT-TAG
           MOVE WS-SAFT-NET TO WS-SAFT-AMT
           PERFORM SAFT-AMT-ELEM
           MOVE "GrossTotal" TO WS-SAFT-TAG
           MOVE WS-SAFT-GROSS TO WS-SAFT-AMT
           PERFORM SAFT-AMT-ELEM
           MOVE 8 TO WS-SAFT-IND
           MOVE "</DocumentTotals>" TO WS-SAFT-RAW
           PERFORM SAFT-PUT
           MOVE 6 TO WS-SAFT-IND
           MOVE SPACES TO WS-SAFT-RAW
           STRING "</" FUNCTION TRIM(WS-SAFT-DOC-TAG) ">"
                  DELIMITED SIZE INTO WS-SAFT-RAW
           PERFORM SAFT-PUT.

      *> ---------------------------------------------------------
      *> XML 行工具: SAFT-PUT 原样写 WS-SAFT-RAW (标签行);
      *> SAFT-ELEM 写 <TAG>转义后的值</TAG>; SAFT-AMT-ELEM 把
      *> WS-SAFT-AMT (分) 写成两位小数. 缩进取 WS-SAFT-IND
      *> ---------------------------------------------------------
       SAFT-PUT.
           MOVE SPACES TO WS-SAFT-LINE
           COMPUTE WS-SAFT-PTR = WS-SAFT-IND + 1
           STRING FUNCTION TRIM(WS-SAFT-RAW)
                  DELIMITED SIZE INTO WS-SAFT-LINE
                  WITH POINTER WS-SAFT-PTR
           WRITE WS-SAFT-LINE.

       SAFT-ELEM.
           PERFORM SAFT-ESCAPE
           MOVE SPACES TO WS-SAFT-LINE
           COMPUTE WS-SAFT-PTR = WS-SAFT-IND + 1
           STRING "<" FUNCTION TRIM(WS-SAFT-TAG) ">"
                  DELIMITED SIZE INTO WS-SAFT-LINE
                  WITH POINTER WS-SAFT-PTR
           IF WS-SAFT-ESC-LEN > 0
               STRING WS-SAFT-ESC(1:WS-SAFT-ESC-LEN)
                      DELIMITED SIZE INTO WS-SAFT-LINE
                      WITH POINTER WS-SAFT-PTR
           END-IF
           STRING "</" FUNCTION TRIM(WS-SAFT-TAG) ">"
                  DELIMITED SIZE INTO WS-SAFT-LINE
                  WITH POINTER WS-SAFT-PTR
           WRITE WS-SAFT-LINE.

       SAFT-AMT-ELEM.
           COMPUTE WS-SAFT-AMT-DISP = WS-SAFT-AMT / 100
           MOVE FUNCTION TRIM(WS-SAFT-AMT-DISP) TO WS-SAFT-RAW
           PERFORM SAFT-ELEM.

      *> ---------------------------------------------------------
      *> SAFT-ESCAPE - WS-SAFT-RAW 中 & < > " 换成实体引用,
      *> 结果进 WS-SAFT-ESC (长度 WS-SAFT-ESC-LEN)
      *> ---------------------------------------------------------
       SAFT-ESCAPE.
           MOVE SPACES TO WS-SAFT-ESC
           MOVE 0 TO WS-SAFT-ESC-LEN WS-SAFT-RAW-LEN
           IF WS-SAFT-RAW NOT = SPACES
               MOVE FUNCTION LENGTH(
                    FUNCTION TRIM(WS-SAFT-RAW TRAILING))
                    TO WS-SAFT-RAW-LEN
           END-IF
           PERFORM VARYING WS-SAFT-CH-IDX FROM 1 BY 1
                   UNTIL WS-SAFT-CH-IDX > WS-SAFT-RAW-LEN
                      OR WS-SAFT-ESC-LEN > 390
               MOVE WS-SAFT-RAW(WS-SAFT-CH-IDX:1) TO WS-SAFT-CH
               EVALUATE WS-SAFT-CH
                   WHEN "&"
                       MOVE "&amp;"
                            TO WS-SAFT-ESC(WS-SAFT-ESC-LEN + 1:5)
                       ADD 5 TO WS-SAFT-ESC-LEN
                   WHEN "<"
                       MOVE "&lt;"
                            TO WS-SAFT-ESC(WS-SAFT-ESC-LEN + 1:4)
                       ADD 4 TO WS-SAFT-ESC-LEN
                   WHEN ">"
                       MOVE "&gt;"
                            TO WS-SAFT-ESC(WS-SAFT-ESC-LEN + 1:4)
                       ADD 4 TO WS-SAFT-ESC-LEN
                   WHEN QUOTE
                       MOVE "&quot;"
                            TO WS-SAFT-ESC(WS-SAFT-ESC-LEN + 1:6)
                       ADD 6 TO WS-SAFT-ESC-LEN
                   WHEN OTHER
                       ADD 1 TO WS-SAFT-ESC-LEN
                       MOVE WS-SAFT-CH
                            TO WS-SAFT-ESC(WS-SAFT-ESC-LEN:1)
               END-EVALUATE
           END-PERFORM.

      *> ============================================================
      *> EXPORT-JOURNAL - 纯文本复式日记账 (ledger/hledger 写法)
      *> 不依赖数据库与本程序即可阅读、入版本库. 先以 account 行
      *> 开出全部账户 (注明 class) 与类别; 每笔交易一段: 日期,
      *> (交易号) 收款人, 备注与标签作注释行, 下列借贷平衡的各腿
      *> (拆分、转账、journal 复合分录、外币按入账汇率 @ 标价);
      *> 每个月末写一组余额断言. 给了 --from 时先写期初余额段.
      *> journal-check 把写出的文件读回来重算各账户余额, 与
      *> account_balance_as_of 逐户比对, 报告差异
      *> ============================================================
       EXPORT-JOURNAL.
           MOVE "DATE" TO WS-VALID-TYPE
           IF WS-ARG-FROM NOT = SPACES
               CALL "VALIDATE" USING WS-ARG-FROM WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
               IF WS-VALID-RESULT NOT = 1
                   DISPLAY "Error: "
                           FUNCTION TRIM(WS-VALID-ERROR-MSG)
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-ARG-TO NOT = SPACES
               CALL "VALIDATE" USING WS-ARG-TO WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
               IF WS-VALID-RESULT NOT = 1
                   DISPLAY "Error: "
                           FUNCTION TRIM(WS-VALID-ERROR-MSG)
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-OUT-PATH NOT = SPACES
               MOVE WS-OUT-PATH TO WS-PTJ-PATH
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               MOVE SPACES TO WS-PTJ-PATH
               STRING "./export/journal_"
                      WS-DT-YEAR WS-DT-MONTH WS-DT-DAY ".ledger"
                      DELIMITED SIZE INTO WS-PTJ-PATH
           END-IF
           OPEN OUTPUT PTJ-FILE
           IF WS-PTJ-STATUS NOT = "00"
               DISPLAY "Error: Cannot create journal file "
                       FUNCTION TRIM(WS-PTJ-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PTJ-LINE
           STRING "; " FUNCTION TRIM(WS-CONFIG-BIZ-NAME)
                  " - plain-text double-entry journal"
                  DELIMITED SIZE INTO WS-PTJ-LINE
           WRITE WS-PTJ-LINE
           MOVE SPACES TO WS-PTJ-LINE
           IF WS-ARG-FROM = SPACES AND WS-ARG-TO = SPACES
               MOVE "; range: whole ledger" TO WS-PTJ-LINE
           ELSE
               STRING "; range: " FUNCTION TRIM(WS-ARG-FROM)
                      " .. " FUNCTION TRIM(WS-ARG-TO)
                      DELIMITED SIZE INTO WS-PTJ-LINE
           END-IF
           WRITE WS-PTJ-LINE
           IF WS-DEFAULT-CURRENCY NOT = SPACES
               MOVE SPACES TO WS-PTJ-LINE
               STRING "; base currency: " WS-DEFAULT-CURRENCY
                      DELIMITED SIZE INTO WS-PTJ-LINE
               WRITE WS-PTJ-LINE
           END-IF
           MOVE SPACES TO WS-PTJ-LINE
           WRITE WS-PTJ-LINE

           PERFORM PTJ-OPEN-ACCOUNTS
           IF WS-ARG-FROM NOT = SPACES
               PERFORM PTJ-OPENING-BALANCES
           END-IF

           MOVE 0 TO WS-PTJ-PREV-TX WS-PTJ-N-TX WS-PTJ-N-POST
                     WS-PTJ-N-ASSERT WS-PTJ-N-UNBAL WS-PTJ-TX-SUM
           MOVE SPACES TO WS-PTJ-CUR-MONTH
           CALL "ptj_posting_begin" USING BY REFERENCE WS-ARG-FROM
                                          BY REFERENCE WS-ARG-TO
                                    RETURNING WS-PTJ-RC
           PERFORM UNTIL WS-PTJ-RC NOT = 0
               CALL "ptj_posting_next"
                    USING BY REFERENCE WS-PTJ-TX-ID
                          BY REFERENCE WS-PTJ-DATE
                          BY REFERENCE WS-PTJ-PAYEE
                          BY REFERENCE WS-PTJ-NOTE
                          BY REFERENCE WS-PTJ-TAGS
                          BY REFERENCE WS-PTJ-ACCT
                          BY REFERENCE WS-PTJ-CLASS
                          BY REFERENCE WS-PTJ-AMOUNT
                          BY REFERENCE WS-PTJ-CCY
                          BY REFERENCE WS-PTJ-RATE
                    RETURNING WS-PTJ-RC
               IF WS-PTJ-RC = 0
                   PERFORM PTJ-ONE-POSTING
               END-IF
           END-PERFORM
           CALL "ptj_posting_end" RETURNING WS-RC
           IF WS-PTJ-PREV-TX NOT = 0
               PERFORM PTJ-END-TX
           END-IF

      *>   收尾断言: 给了 --to 断在 --to 当日, 否则断在最后一个月末
           IF WS-PTJ-CUR-MONTH NOT = SPACES
               IF WS-ARG-TO NOT = SPACES
                   MOVE WS-ARG-TO(1:7) TO WS-PTJ-NEW-MONTH
                   PERFORM PTJ-ADVANCE-MONTHS
                   MOVE WS-ARG-TO TO WS-PTJ-AS-OF
               ELSE
                   MOVE WS-PTJ-CUR-MONTH TO WS-ARG-MONTH
                   PERFORM CALC-MONTH-END-DATE
                   MOVE WS-MONTH-END-DATE TO WS-PTJ-AS-OF
               END-IF
               PERFORM PTJ-ASSERTIONS
           END-IF
           CLOSE PTJ-FILE

           MOVE "journal" TO WS-ICL-INTERFACE
           MOVE "out" TO WS-ICL-DIRECTION
           MOVE WS-PTJ-PATH TO WS-ICL-FILE
           MOVE WS-PTJ-N-TX TO WS-ICL-HDR-COUNT WS-ICL-ACCEPTED
           PERFORM ICL-RECORD

           MOVE WS-PTJ-N-TX TO WS-PTJ-N-DISP
           MOVE WS-PTJ-N-POST TO WS-PTJ-N2-DISP
           DISPLAY "Journal written to " FUNCTION TRIM(WS-PTJ-PATH)
           DISPLAY FUNCTION TRIM(WS-PTJ-N-DISP) " transaction(s), "
                   FUNCTION TRIM(WS-PTJ-N2-DISP) " posting(s)"
           MOVE WS-PTJ-N-ASSERT TO WS-PTJ-N-DISP
           DISPLAY FUNCTION TRIM(WS-PTJ-N-DISP)
                   " month-end balance assertion(s)"
           IF WS-PTJ-N-UNBAL > 0
               MOVE WS-PTJ-N-UNBAL TO WS-PTJ-N-DISP
               DISPLAY "Warning: " FUNCTION TRIM(WS-PTJ-N-DISP)
                       " transaction(s) do not balance in the base "
                       "currency - check FX rates and splits"
           END-IF.

      *> ---------------------------------------------------------
      *> account 行: 账户注明 class 与原名 (journal-check 据此
      *> 回查余额), 类别注明收支方向; 账户同时进表备断言用
      *> ---------------------------------------------------------
       PTJ-OPEN-ACCOUNTS.
           MOVE 0 TO WS-PTJ-ACCT-COUNT
           CALL "ptj_account_begin" RETURNING WS-PTJ-RC
           PERFORM UNTIL WS-PTJ-RC NOT = 0
               CALL "ptj_account_next"
                    USING BY REFERENCE WS-PTJ-ACCT
                          BY REFERENCE WS-PTJ-CLASS
                          BY REFERENCE WS-PTJ-KIND
                          BY REFERENCE WS-PTJ-CCY
                    RETURNING WS-PTJ-RC
               IF WS-PTJ-RC = 0
                   PERFORM PTJ-CLASS-PATH
                   MOVE SPACES TO WS-PTJ-LINE
                   IF WS-PTJ-KIND = "category"
                       STRING "account " FUNCTION TRIM(WS-PTJ-PATHNAME)
                              "  ; category: "
                              FUNCTION TRIM(WS-PTJ-CLASS)
                              DELIMITED SIZE INTO WS-PTJ-LINE
                   ELSE
                       STRING "account " FUNCTION TRIM(WS-PTJ-PATHNAME)
                              "  ; class: " FUNCTION TRIM(WS-PTJ-CLASS)
                              ", name: " FUNCTION TRIM(WS-PTJ-ACCT)
                              DELIMITED SIZE INTO WS-PTJ-LINE
                       IF WS-PTJ-ACCT-COUNT < 300
                           ADD 1 TO WS-PTJ-ACCT-COUNT
                           MOVE WS-PTJ-ACCT
                                TO WS-PTJ-A-NAME(WS-PTJ-ACCT-COUNT)
                           MOVE WS-PTJ-PATHNAME
                                TO WS-PTJ-A-PATH(WS-PTJ-ACCT-COUNT)
                           MOVE WS-PTJ-CCY
                                TO WS-PTJ-A-CCY(WS-PTJ-ACCT-COUNT)
                       END-IF
                   END-IF
                   WRITE WS-PTJ-LINE
               END-IF
           END-PERFORM
           CALL "ptj_account_end" RETURNING WS-RC
           IF WS-ARG-FROM NOT = SPACES
               MOVE "account Equity:Opening Balances" TO WS-PTJ-LINE
               WRITE WS-PTJ-LINE
           END-IF.

      *> ---------------------------------------------------------
      *> class + 名称 -> 科目路径 (Assets:Checking 之类)
      *> ---------------------------------------------------------
       PTJ-CLASS-PATH.
           MOVE SPACES TO WS-PTJ-PATHNAME
           EVALUATE WS-PTJ-CLASS
               WHEN "liability"
                   STRING "Liabilities:" FUNCTION TRIM(WS-PTJ-ACCT)
                          DELIMITED SIZE INTO WS-PTJ-PATHNAME
               WHEN "equity"
                   STRING "Equity:" FUNCTION TRIM(WS-PTJ-ACCT)
                          DELIMITED SIZE INTO WS-PTJ-PATHNAME
               WHEN "income"
                   STRING "Income:" FUNCTION TRIM(WS-PTJ-ACCT)
                          DELIMITED SIZE INTO WS-PTJ-PATHNAME
               WHEN "expense"
                   STRING "Expenses:" FUNCTION TRIM(WS-PTJ-ACCT)
                          DELIMITED SIZE INTO WS-PTJ-PATHNAME
               WHEN OTHER
                   STRING "Assets:" FUNCTION TRIM(WS-PTJ-ACCT)
                          DELIMITED SIZE INTO WS-PTJ-PATHNAME
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 期初余额段 (--from 前一日的余额), 权益方留空自动配平
      *> ---------------------------------------------------------
       PTJ-OPENING-BALANCES.
           COMPUTE WS-PTJ-DATE-NUM =
                   FUNCTION NUMVAL(WS-ARG-FROM(1:4)) * 10000
                 + FUNCTION NUMVAL(WS-ARG-FROM(6:2)) * 100
                 + FUNCTION NUMVAL(WS-ARG-FROM(9:2))
           COMPUTE WS-PTJ-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PTJ-DATE-NUM) - 1)
           MOVE SPACES TO WS-PTJ-AS-OF
           STRING WS-PTJ-DATE-NUM(1:4) "-" WS-PTJ-DATE-NUM(5:2) "-"
                  WS-PTJ-DATE-NUM(7:2)
                  DELIMITED SIZE INTO WS-PTJ-AS-OF
           MOVE SPACES TO WS-PTJ-LINE
           WRITE WS-PTJ-LINE
           MOVE SPACES TO WS-PTJ-LINE
           STRING WS-ARG-FROM(1:10) " * Opening balances"
                  DELIMITED SIZE INTO WS-PTJ-LINE
           WRITE WS-PTJ-LINE
           PERFORM VARYING WS-PTJ-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-PTJ-ACCT-IDX > WS-PTJ-ACCT-COUNT
               MOVE 0 TO WS-LEDGER-BALANCE
               CALL "account_balance_as_of"
                    USING BY REFERENCE WS-PTJ-A-NAME(WS-PTJ-ACCT-IDX)
                          BY REFERENCE WS-PTJ-AS-OF
                          BY REFERENCE WS-LEDGER-BALANCE
                    RETURNING WS-RC
               IF WS-LEDGER-BALANCE NOT = 0
                   MOVE WS-LEDGER-BALANCE TO WS-PTJ-AMOUNT
                   MOVE WS-PTJ-A-CCY(WS-PTJ-ACCT-IDX) TO WS-PTJ-CCY
                   PERFORM PTJ-AMOUNT-TEXT
                   MOVE SPACES TO WS-PTJ-LINE
                   STRING "    "
                          FUNCTION TRIM(WS-PTJ-A-PATH(WS-PTJ-ACCT-IDX))
                          "  " FUNCTION TRIM(WS-PTJ-AMT-TEXT)
                          DELIMITED SIZE INTO WS-PTJ-LINE
                   WRITE WS-PTJ-LINE
               END-IF
           END-PERFORM
           MOVE "    Equity:Opening Balances" TO WS-PTJ-LINE
           WRITE WS-PTJ-LINE.

      *> ---------------------------------------------------------
      *> 一条腿; 交易号变了先收上一笔, 再开新一笔的头
      *> ---------------------------------------------------------
       PTJ-ONE-POSTING.
           IF WS-PTJ-TX-ID NOT = WS-PTJ-PREV-TX
               IF WS-PTJ-PREV-TX NOT = 0
                   PERFORM PTJ-END-TX
               END-IF
               MOVE WS-PTJ-DATE(1:7) TO WS-PTJ-NEW-MONTH
               IF WS-PTJ-CUR-MONTH = SPACES
                   MOVE WS-PTJ-NEW-MONTH TO WS-PTJ-CUR-MONTH
               END-IF
               PERFORM PTJ-ADVANCE-MONTHS
               PERFORM PTJ-TX-HEADER
           END-IF
           ADD 1 TO WS-PTJ-N-POST
           PERFORM PTJ-CLASS-PATH
           PERFORM PTJ-AMOUNT-TEXT
           MOVE WS-PTJ-AMOUNT TO WS-PTJ-BASE-AMT
      *>   外币腿: 按入账汇率 @ 标出本位币价, 平衡按本位币算
           IF WS-PTJ-CCY NOT = SPACES
                   AND WS-PTJ-CCY NOT = WS-DEFAULT-CURRENCY
                   AND WS-PTJ-RATE > 0
               COMPUTE WS-PTJ-BASE-AMT ROUNDED =
                       WS-PTJ-AMOUNT * WS-PTJ-RATE / 1000000
               COMPUTE WS-PTJ-RATE-DISP = WS-PTJ-RATE / 1000000
               MOVE SPACES TO WS-PTJ-REST
               STRING FUNCTION TRIM(WS-PTJ-AMT-TEXT) " @ "
                      FUNCTION TRIM(WS-PTJ-RATE-DISP) " "
                      WS-DEFAULT-CURRENCY
                      DELIMITED SIZE INTO WS-PTJ-REST
               MOVE WS-PTJ-REST TO WS-PTJ-AMT-TEXT
           END-IF
           ADD WS-PTJ-BASE-AMT TO WS-PTJ-TX-SUM
           MOVE SPACES TO WS-PTJ-LINE
           STRING "    " FUNCTION TRIM(WS-PTJ-PATHNAME) "  "
                  FUNCTION TRIM(WS-PTJ-AMT-TEXT)
                  DELIMITED SIZE INTO WS-PTJ-LINE
           WRITE WS-PTJ-LINE.

      *> ---------------------------------------------------------
      *> 交易头: 日期 * (交易号) 收款人; 备注、标签各一注释行
      *> ---------------------------------------------------------
       PTJ-TX-HEADER.
           MOVE WS-PTJ-TX-ID TO WS-PTJ-PREV-TX
           MOVE 0 TO WS-PTJ-TX-SUM
           ADD 1 TO WS-PTJ-N-TX
           MOVE WS-PTJ-TX-ID TO WS-PTJ-TX-DISP
           MOVE SPACES TO WS-PTJ-LINE
           WRITE WS-PTJ-LINE
           MOVE SPACES TO WS-PTJ-LINE
           STRING WS-PTJ-DATE(1:10) " * ("
                  FUNCTION TRIM(WS-PTJ-TX-DISP) ") "
                  FUNCTION TRIM(WS-PTJ-PAYEE)
                  DELIMITED SIZE INTO WS-PTJ-LINE
           WRITE WS-PTJ-LINE
           IF WS-PTJ-NOTE NOT = SPACES
               MOVE SPACES TO WS-PTJ-LINE
               STRING "    ; " FUNCTION TRIM(WS-PTJ-NOTE)
                      DELIMITED SIZE INTO WS-PTJ-LINE
               WRITE WS-PTJ-LINE
           END-IF
      *>   标签按 ledger 的 :a:b: 写法
           IF WS-PTJ-TAGS NOT = SPACES
               INSPECT WS-PTJ-TAGS REPLACING ALL "," BY ":"
               MOVE SPACES TO WS-PTJ-LINE
               STRING "    ; :" FUNCTION TRIM(WS-PTJ-TAGS) ":"
                      DELIMITED SIZE INTO WS-PTJ-LINE
               WRITE WS-PTJ-LINE
           END-IF.

      *> ---------------------------------------------------------
      *> 收一笔: 本位币下借贷不平 (差一分以上) 计数告警
      *> ---------------------------------------------------------
       PTJ-END-TX.
           IF WS-PTJ-TX-SUM > 1 OR WS-PTJ-TX-SUM < -1
               ADD 1 TO WS-PTJ-N-UNBAL
           END-IF.

      *> ---------------------------------------------------------
      *> 月份推进到 WS-PTJ-NEW-MONTH, 跨过的每个月末写一组断言
      *> ---------------------------------------------------------
       PTJ-ADVANCE-MONTHS.
           PERFORM UNTIL WS-PTJ-CUR-MONTH >= WS-PTJ-NEW-MONTH
               MOVE WS-PTJ-CUR-MONTH TO WS-ARG-MONTH
               PERFORM CALC-MONTH-END-DATE
               MOVE WS-MONTH-END-DATE TO WS-PTJ-AS-OF
               PERFORM PTJ-ASSERTIONS
               MOVE WS-PTJ-CUR-MONTH(1:4) TO WS-PTJ-YYYY
               MOVE WS-PTJ-CUR-MONTH(6:2) TO WS-PTJ-MM
               ADD 1 TO WS-PTJ-MM
               IF WS-PTJ-MM > 12
                   MOVE 1 TO WS-PTJ-MM
                   ADD 1 TO WS-PTJ-YYYY
               END-IF
               MOVE SPACES TO WS-PTJ-CUR-MONTH
               STRING WS-PTJ-YYYY "-" WS-PTJ-MM
                      DELIMITED SIZE INTO WS-PTJ-CUR-MONTH
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 一组余额断言 (截至 WS-PTJ-AS-OF): 零额腿 = 余额
      *> ---------------------------------------------------------
       PTJ-ASSERTIONS.
           IF WS-PTJ-ACCT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PTJ-LINE
           WRITE WS-PTJ-LINE
           MOVE SPACES TO WS-PTJ-LINE
           STRING WS-PTJ-AS-OF(1:10) " * Balance assertions"
                  DELIMITED SIZE INTO WS-PTJ-LINE
           WRITE WS-PTJ-LINE
           PERFORM VARYING WS-PTJ-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-PTJ-ACCT-IDX > WS-PTJ-ACCT-COUNT
               MOVE 0 TO WS-LEDGER-BALANCE
               CALL "account_balance_as_of"
                    USING BY REFERENCE WS-PTJ-A-NAME(WS-PTJ-ACCT-IDX)
                          BY REFERENCE WS-PTJ-AS-OF
                          BY REFERENCE WS-LEDGER-BALANCE
                    RETURNING WS-RC
               MOVE WS-LEDGER-BALANCE TO WS-PTJ-AMOUNT
               MOVE WS-PTJ-A-CCY(WS-PTJ-ACCT-IDX) TO WS-PTJ-CCY
               PERFORM PTJ-AMOUNT-TEXT
               MOVE SPACES TO WS-PTJ-LINE
               IF WS-PTJ-CCY = SPACES
                   STRING "    "
                          FUNCTION TRIM(WS-PTJ-A-PATH(WS-PTJ-ACCT-IDX))
                          "  0 = " FUNCTION TRIM(WS-PTJ-AMT-TEXT)
                          DELIMITED SIZE INTO WS-PTJ-LINE
               ELSE
                   STRING "    "
                          FUNCTION TRIM(WS-PTJ-A-PATH(WS-PTJ-ACCT-IDX))
                          "  0 " WS-PTJ-CCY " = "
                          FUNCTION TRIM(WS-PTJ-AMT-TEXT)
                          DELIMITED SIZE INTO WS-PTJ-LINE
               END-IF
               WRITE WS-PTJ-LINE
               ADD 1 TO WS-PTJ-N-ASSERT
           END-PERFORM.

      *> ---------------------------------------------------------
      *> WS-PTJ-AMOUNT (分) + WS-PTJ-CCY -> "-12.34 USD"
      *> ---------------------------------------------------------
       PTJ-AMOUNT-TEXT.
           COMPUTE WS-PTJ-AMT-DISP = WS-PTJ-AMOUNT / 100
           MOVE SPACES TO WS-PTJ-AMT-TEXT
           IF WS-PTJ-CCY = SPACES
               MOVE FUNCTION TRIM(WS-PTJ-AMT-DISP) TO WS-PTJ-AMT-TEXT
           ELSE
               STRING FUNCTION TRIM(WS-PTJ-AMT-DISP) " " WS-PTJ-CCY
                      DELIMITED SIZE INTO WS-PTJ-AMT-TEXT
           END-IF.

      *> ============================================================
      *> EXPORT-JOURNAL-CHECK - 读回纯文本日记账重算余额
      *> account 行带 "; class:" 的是账户 (类别与期初权益不比);
      *> 逐腿累加各账户余额, 遇余额断言当场对一次, 读完再以
      *> 文件中最晚日期与 account_balance_as_of 逐户比对
      *> ============================================================
       EXPORT-JOURNAL-CHECK.
           IF WS-ARG-FILE = SPACES
               DISPLAY "Error: --file is required"
               DISPLAY "Usage: ledger export journal-check --file "
                       "<journal.ledger>"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-FILE TO WS-PTJ-PATH
           OPEN INPUT PTJ-FILE
           IF WS-PTJ-STATUS NOT = "00"
               DISPLAY "Error: Cannot open " FUNCTION TRIM(WS-PTJ-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PTJ-ACCT-COUNT WS-PTJ-LINE-NO WS-PTJ-N-DIFF
                     WS-PTJ-N-TX WS-PTJ-N-POST WS-PTJ-N-ASSERT
                     WS-PTJ-EOF
           MOVE SPACES TO WS-PTJ-MAX-DATE
           PERFORM UNTIL WS-PTJ-EOF = 1
               READ PTJ-FILE
                   AT END
                       MOVE 1 TO WS-PTJ-EOF
                   NOT AT END
                       ADD 1 TO WS-PTJ-LINE-NO
                       PERFORM PTJ-CHECK-LINE
               END-READ
           END-PERFORM
           CLOSE PTJ-FILE

           IF WS-PTJ-ACCT-COUNT = 0 OR WS-PTJ-MAX-DATE = SPACES
               DISPLAY "Error: " FUNCTION TRIM(WS-PTJ-PATH)
                       " holds no accounts or no dated entries"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ACCOUNT                                   FILE"
                   "        LEDGER    DIFFERENCE"
           PERFORM VARYING WS-PTJ-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-PTJ-ACCT-IDX > WS-PTJ-ACCT-COUNT
               MOVE 0 TO WS-LEDGER-BALANCE
               CALL "account_balance_as_of"
                    USING BY REFERENCE WS-PTJ-A-NAME(WS-PTJ-ACCT-IDX)
                          BY REFERENCE WS-PTJ-MAX-DATE
                          BY REFERENCE WS-LEDGER-BALANCE
                    RETURNING WS-RC
               COMPUTE WS-PTJ-DIFF = WS-PTJ-A-BAL(WS-PTJ-ACCT-IDX)
                                   - WS-LEDGER-BALANCE
               IF WS-RC NOT = 0 OR WS-PTJ-DIFF NOT = 0
                   ADD 1 TO WS-PTJ-N-DIFF
               END-IF
               COMPUTE WS-DISP-PTJ-AMT =
                       WS-PTJ-A-BAL(WS-PTJ-ACCT-IDX) / 100
               COMPUTE WS-DISP-PTJ-AMT2 = WS-LEDGER-BALANCE / 100
               COMPUTE WS-DISP-PTJ-AMT3 = WS-PTJ-DIFF / 100
               IF WS-RC NOT = 0
                   DISPLAY WS-PTJ-A-PATH(WS-PTJ-ACCT-IDX)(1:40)
                           WS-DISP-PTJ-AMT "  (no such account "
                           "in the ledger)"
               ELSE
                   DISPLAY WS-PTJ-A-PATH(WS-PTJ-ACCT-IDX)(1:40)
                           WS-DISP-PTJ-AMT WS-DISP-PTJ-AMT2
                           WS-DISP-PTJ-AMT3
               END-IF
           END-PERFORM

           DISPLAY " "
           MOVE WS-PTJ-N-TX TO WS-PTJ-N-DISP
           MOVE WS-PTJ-N-POST TO WS-PTJ-N2-DISP
           DISPLAY "Read " FUNCTION TRIM(WS-PTJ-N-DISP)
                   " dated entr(ies), "
                   FUNCTION TRIM(WS-PTJ-N2-DISP)
                   " posting(s); balances compared as of "
                   FUNCTION TRIM(WS-PTJ-MAX-DATE)
           IF WS-PTJ-N-DIFF = 0
               DISPLAY "Round trip OK - every account agrees with "
                       "the ledger"
           ELSE
               MOVE WS-PTJ-N-DIFF TO WS-PTJ-N-DISP
               DISPLAY "Round trip FAILED - "
                       FUNCTION TRIM(WS-PTJ-N-DISP)
                       " difference(s)"
               MOVE 7 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
      *> 一行: account 行 / 带日期的交易头 / 缩进的腿, 其余跳过
      *> ---------------------------------------------------------
       PTJ-CHECK-LINE.
           IF WS-PTJ-LINE = SPACES OR WS-PTJ-LINE(1:1) = ";"
               EXIT PARAGRAPH
           END-IF
           IF WS-PTJ-LINE(1:8) = "account "
               MOVE SPACES TO WS-PTJ-PATHNAME WS-PTJ-REST
               UNSTRING WS-PTJ-LINE(9:) DELIMITED BY "  ; class: "
                   INTO WS-PTJ-PATHNAME WS-PTJ-REST
               IF WS-PTJ-REST NOT = SPACES
                       AND WS-PTJ-ACCT-COUNT < 300
                   MOVE SPACES TO WS-PTJ-CLASS WS-PTJ-ACCT
                   UNSTRING WS-PTJ-REST DELIMITED BY ", name: "
                       INTO WS-PTJ-CLASS WS-PTJ-ACCT
                   ADD 1 TO WS-PTJ-ACCT-COUNT
                   MOVE WS-PTJ-ACCT TO WS-PTJ-A-NAME(WS-PTJ-ACCT-COUNT)
                   MOVE WS-PTJ-PATHNAME
                        TO WS-PTJ-A-PATH(WS-PTJ-ACCT-COUNT)
                   MOVE 0 TO WS-PTJ-A-BAL(WS-PTJ-ACCT-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-PTJ-LINE(1:1) IS NUMERIC
               ADD 1 TO WS-PTJ-N-TX
               MOVE WS-PTJ-LINE(1:10) TO WS-PTJ-HDR-DATE
               IF WS-PTJ-HDR-DATE > WS-PTJ-MAX-DATE
                   MOVE WS-PTJ-HDR-DATE TO WS-PTJ-MAX-DATE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-PTJ-LINE(1:4) NOT = SPACES
                   OR WS-PTJ-LINE(5:1) = ";"
                   OR WS-PTJ-LINE(5:1) = SPACE
               EXIT PARAGRAPH
           END-IF

      *>   腿: 科目路径与金额之间至少两个空格
           MOVE SPACES TO WS-PTJ-PATHNAME WS-PTJ-REST
           UNSTRING WS-PTJ-LINE(5:) DELIMITED BY "  "
               INTO WS-PTJ-PATHNAME WS-PTJ-REST
           MOVE 0 TO WS-PTJ-ACCT-MATCH
           PERFORM VARYING WS-PTJ-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-PTJ-ACCT-IDX > WS-PTJ-ACCT-COUNT
                      OR WS-PTJ-ACCT-MATCH > 0
               IF WS-PTJ-A-PATH(WS-PTJ-ACCT-IDX) = WS-PTJ-PATHNAME
                   MOVE WS-PTJ-ACCT-IDX TO WS-PTJ-ACCT-MATCH
               END-IF
           END-PERFORM
           ADD 1 TO WS-PTJ-N-POST
           IF WS-PTJ-ACCT-MATCH = 0 OR WS-PTJ-REST = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PTJ-TOK-TABLE
           MOVE FUNCTION TRIM(WS-PTJ-REST) TO WS-PTJ-TEXT
           UNSTRING WS-PTJ-TEXT DELIMITED BY ALL SPACE
               INTO WS-PTJ-TOK(1) WS-PTJ-TOK(2) WS-PTJ-TOK(3)
                    WS-PTJ-TOK(4) WS-PTJ-TOK(5) WS-PTJ-TOK(6)
                    WS-PTJ-TOK(7) WS-PTJ-TOK(8)
           COMPUTE WS-PTJ-CHK-AMT ROUNDED =
                   FUNCTION NUMVAL(WS-PTJ-TOK(1)) * 100
           ADD WS-PTJ-CHK-AMT TO WS-PTJ-A-BAL(WS-PTJ-ACCT-MATCH)

      *>   余额断言 "0 CCY = 金额 CCY": 与到此为止的累计当场对
           PERFORM VARYING WS-PTJ-TOK-IDX FROM 2 BY 1
                   UNTIL WS-PTJ-TOK-IDX > 7
               IF WS-PTJ-TOK(WS-PTJ-TOK-IDX) = "="
                   PERFORM PTJ-CHECK-ASSERTION
                   MOVE 8 TO WS-PTJ-TOK-IDX
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
       PTJ-CHECK-ASSERTION.
           ADD 1 TO WS-PTJ-N-ASSERT
           COMPUTE WS-PTJ-CHK-AMT ROUNDED =
                   FUNCTION NUMVAL(WS-PTJ-TOK(WS-PTJ-TOK-IDX + 1))
                   * 100
           IF WS-PTJ-CHK-AMT = WS-PTJ-A-BAL(WS-PTJ-ACCT-MATCH)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PTJ-N-DIFF
           MOVE WS-PTJ-LINE-NO TO WS-PTJ-N-DISP
           COMPUTE WS-DISP-PTJ-AMT = WS-PTJ-CHK-AMT / 100
           COMPUTE WS-DISP-PTJ-AMT2 =
                   WS-PTJ-A-BAL(WS-PTJ-ACCT-MATCH) / 100
           DISPLAY "Line " FUNCTION TRIM(WS-PTJ-N-DISP)
                   ": balance assertion failed for "
                   FUNCTION TRIM(WS-PTJ-PATHNAME) " on "
                   FUNCTION TRIM(WS-PTJ-HDR-DATE) " - asserted "
                   FUNCTION TRIM(WS-DISP-PTJ-AMT) ", postings give "
                   FUNCTION TRIM(WS-DISP-PTJ-AMT2).

      *> ============================================================
      *> 导出总账接口文件 (会计师事务所的 GL 套件进件格式)
      *> 头记录(流水号/期间) + 每笔一条定长日记账行 (借/贷按账户
      *> class 映射) + 尾记录(笔数与借贷方汇总控制数);
      *> 发送登记后同一期间重发, 流水号不变, 文件逐字节一致
      *> ============================================================
       EXPORT-GL.
           IF WS-ARG-FROM = SPACES OR WS-ARG-TO = SPACES
               DISPLAY "Error: --from and --to are required"
               DISPLAY "Usage: ledger export gl --from YYYY-MM-DD "
                       "--to YYYY-MM-DD [--out file]"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   同一期间重发沿用已登记的流水号与建档日期,
      *>   保证重发文件逐字节一致
           MOVE SPACES TO WS-GL-H-CREATED
           CALL "gl_next_seq" USING BY REFERENCE WS-ARG-FROM
                                    BY REFERENCE WS-ARG-TO
                                    BY REFERENCE WS-GL-SEQ
                                    BY REFERENCE WS-GL-H-CREATED
                              RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Cannot allocate interchange "
                       "sequence number"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-OUT-PATH NOT = SPACES
               MOVE WS-OUT-PATH TO WS-GL-PATH
           ELSE
               MOVE SPACES TO WS-GL-PATH
               MOVE WS-GL-SEQ TO WS-GL-H-SEQ
               STRING "./export/gl_" WS-GL-H-SEQ ".dat"
                      DELIMITED SIZE INTO WS-GL-PATH
           END-IF

           OPEN OUTPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "Error: Cannot create interchange file "
                       FUNCTION TRIM(WS-GL-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   头记录 (首发时建档日期取今天, 重发沿用首发日期)
           MOVE WS-GL-SEQ TO WS-GL-H-SEQ
           IF WS-GL-H-CREATED = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                      DELIMITED SIZE INTO WS-GL-H-CREATED
           END-IF
           MOVE WS-ARG-FROM TO WS-GL-H-FROM
           MOVE WS-ARG-TO TO WS-GL-H-TO
           MOVE SPACES TO WS-GL-LINE
           MOVE WS-GL-HEADER-REC TO WS-GL-LINE
           WRITE WS-GL-LINE

      *>   明细记录 + 控制数累计
           MOVE 0 TO WS-GL-COUNT WS-GL-TOT-DEBIT WS-GL-TOT-CREDIT
           CALL "gl_export_begin" USING BY REFERENCE WS-ARG-FROM
                                        BY REFERENCE WS-ARG-TO
                                  RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "gl_export_next"
                    USING BY REFERENCE WS-LIST-DATE
                          BY REFERENCE WS-GL-ACCT
                          BY REFERENCE WS-GL-DEBIT
                          BY REFERENCE WS-GL-CREDIT
                          BY REFERENCE WS-GL-DESC
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-GL-COUNT
                   ADD WS-GL-DEBIT TO WS-GL-TOT-DEBIT
                   ADD WS-GL-CREDIT TO WS-GL-TOT-CREDIT
                   MOVE WS-LIST-DATE TO WS-GL-D-DATE
                   MOVE WS-GL-ACCT TO WS-GL-D-ACCT
                   MOVE WS-GL-DEBIT TO WS-GL-D-DEBIT
                   MOVE WS-GL-CREDIT TO WS-GL-D-CREDIT
                   MOVE WS-GL-DESC TO WS-GL-D-DESC
                   MOVE SPACES TO WS-GL-LINE
                   MOVE WS-GL-DETAIL-REC TO WS-GL-LINE
                   WRITE WS-GL-LINE
               END-IF
           END-PERFORM
           CALL "gl_export_end" RETURNING WS-RC

      *>   尾记录: 笔数与借/贷方金额汇总作为控制数
           MOVE WS-GL-COUNT TO WS-GL-T-COUNT
           MOVE WS-GL-TOT-DEBIT TO WS-GL-T-DEBIT
           MOVE WS-GL-TOT-CREDIT TO WS-GL-T-CREDIT
           MOVE SPACES TO WS-GL-LINE
           MOVE WS-GL-TRAILER-REC TO WS-GL-LINE
           WRITE WS-GL-LINE
           CLOSE GL-FILE

      *>   发送登记: 重发审计与流水号复用都以这条记录为准
           CALL "gl_log_send" USING BY VALUE WS-GL-SEQ
                                    BY REFERENCE WS-GL-PATH
                                    BY VALUE WS-GL-COUNT
                                    BY VALUE WS-GL-TOT-DEBIT
                                    BY VALUE WS-GL-TOT-CREDIT
                              RETURNING WS-RC
           MOVE "gl" TO WS-ICL-INTERFACE
           MOVE "out" TO WS-ICL-DIRECTION
           MOVE WS-GL-PATH TO WS-ICL-FILE
           MOVE WS-GL-COUNT TO WS-ICL-HDR-COUNT WS-ICL-ACCEPTED
           MOVE WS-GL-TOT-DEBIT TO WS-ICL-HDR-TOTAL WS-ICL-POSTED
           PERFORM ICL-RECORD

           MOVE WS-GL-COUNT TO WS-GL-COUNT-DISP
           COMPUTE WS-TB-TOTAL-DEBIT-DISP = WS-GL-TOT-DEBIT / 100
           COMPUTE WS-TB-TOTAL-CREDIT-DISP = WS-GL-TOT-CREDIT / 100
           DISPLAY "Interchange file " FUNCTION TRIM(WS-GL-PATH)
                   " written (sequence " WS-GL-H-SEQ ")"
           DISPLAY FUNCTION TRIM(WS-GL-COUNT-DISP)
                   " journal line(s), debits "
                   WS-TB-TOTAL-DEBIT-DISP " credits "
                   WS-TB-TOTAL-CREDIT-DISP
           IF WS-GL-TOT-DEBIT NOT = WS-GL-TOT-CREDIT
               DISPLAY "Warning: debit and credit control totals "
                       "differ - check double-entry postings"
           END-IF.

      *> ============================================================
      *> 导出交易明细 CSV
      *> ============================================================
       EXPORT-TX.
      *>   确定输出文件名 (扩展名随 --format 变化)
           IF WS-OUT-PATH NOT = SPACES
               MOVE WS-OUT-PATH TO WS-CSV-FILE
           ELSE
      *>       默认文件名只按日期命名 (不含时/分/秒), 这样断点续传时
      *>       重新运行同一条命令能推算出同一个文件名/checkpoint 路径
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               IF WS-ARG-FORMAT = "json"
                   STRING "./export/transactions_"
                          WS-DT-YEAR WS-DT-MONTH WS-DT-DAY
                          ".json"
                          DELIMITED SIZE INTO WS-CSV-FILE
               ELSE
                   STRING "./export/transactions_"
                          WS-DT-YEAR WS-DT-MONTH WS-DT-DAY
                          ".csv"
                          DELIMITED SIZE INTO WS-CSV-FILE
               END-IF
           END-IF
           STRING FUNCTION TRIM(WS-CSV-FILE) ".ckpt"
                  DELIMITED SIZE INTO WS-CKPT-PATH

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   --query: 把保存过的命名查询取出来当 --where 表达式用
           IF WS-ARG-QUERY NOT = SPACES AND WS-ARG-WHERE = SPACES
               CALL "query_get" USING BY REFERENCE WS-ARG-QUERY
                                      BY REFERENCE WS-ARG-WHERE
                                RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: unknown saved query '"
                           FUNCTION TRIM(WS-ARG-QUERY) "' - run "
                           "'ledger query list'"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *>   --all: 绕开 LIMIT/OFFSET 分页与 checkpoint, 单次流式导出全部行
           IF WS-ARG-ALL = 1
               IF WS-ARG-FORMAT = "json"
                   CALL "export_tx_json"
                        USING BY REFERENCE WS-CSV-FILE
                              BY REFERENCE WS-ARG-FROM
                              BY REFERENCE WS-ARG-TO
                              BY REFERENCE WS-ARG-MONTH
                              BY REFERENCE WS-ARG-CATEGORY
                              BY REFERENCE WS-ARG-TYPE
                              BY REFERENCE WS-ARG-KEYWORD
                              BY VALUE -1
                              BY VALUE 0
                              BY VALUE 0
                              BY REFERENCE WS-EXPORT-ROWS-WRITTEN
                              BY REFERENCE WS-ARG-WHERE
                        RETURNING WS-RC
               ELSE
                   CALL "export_tx_csv"
                        USING BY REFERENCE WS-CSV-FILE
                              BY REFERENCE WS-ARG-FROM
                              BY REFERENCE WS-ARG-TO
                              BY REFERENCE WS-ARG-MONTH
                              BY REFERENCE WS-ARG-CATEGORY
                              BY REFERENCE WS-ARG-TYPE
                              BY REFERENCE WS-ARG-KEYWORD
                              BY VALUE -1
                              BY VALUE 0
                              BY VALUE 0
                              BY REFERENCE WS-EXPORT-ROWS-WRITTEN
                              BY REFERENCE WS-ARG-WHERE
                        RETURNING WS-RC
               END-IF
               IF WS-RC = 8
                   DISPLAY "Error: invalid --where expression"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-RC NOT = 0
                   DISPLAY "Error: Export failed"
                   MOVE 4 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Exported to: " FUNCTION TRIM(WS-CSV-FILE)
               EXIT PARAGRAPH
           END-IF

      *>   若存在上次未完成的 checkpoint, 从断点续传, 否则从头开始
           PERFORM READ-EXPORT-CHECKPOINT

      *>   按 WS-ARG-LIMIT 大小分块调用 C 函数导出 (CSV 或 JSON),
      *>   每块成功后记录偏移量, 失败时保留 checkpoint 以便重试
           MOVE 0 TO WS-EXPORT-DONE
           PERFORM UNTIL WS-EXPORT-DONE = 1
               IF WS-ARG-FORMAT = "json"
                   CALL "export_tx_json"
                        USING BY REFERENCE WS-CSV-FILE
                              BY REFERENCE WS-ARG-FROM
                              BY REFERENCE WS-ARG-TO
                              BY REFERENCE WS-ARG-MONTH
                              BY REFERENCE WS-ARG-CATEGORY
                              BY REFERENCE WS-ARG-TYPE
                              BY REFERENCE WS-ARG-KEYWORD
                              BY VALUE WS-ARG-LIMIT
                              BY VALUE WS-EXPORT-OFFSET
                              BY VALUE WS-EXPORT-APPEND
                              BY REFERENCE WS-EXPORT-ROWS-WRITTEN
                              BY REFERENCE WS-ARG-WHERE
                        RETURNING WS-RC
               ELSE
                   CALL "export_tx_csv"
                        USING BY REFERENCE WS-CSV-FILE
                              BY REFERENCE WS-ARG-FROM
                              BY REFERENCE WS-ARG-TO
                              BY REFERENCE WS-ARG-MONTH
                              BY REFERENCE WS-ARG-CATEGORY
                              BY REFERENCE WS-ARG-TYPE
                              BY REFERENCE WS-ARG-KEYWORD
                              BY VALUE WS-ARG-LIMIT
                              BY VALUE WS-EXPORT-OFFSET
                              BY VALUE WS-EXPORT-APPEND
                              BY REFERENCE WS-EXPORT-ROWS-WRITTEN
                              BY REFERENCE WS-ARG-WHERE
                        RETURNING WS-RC
               END-IF

               IF WS-RC = 8
                   DISPLAY "Error: invalid --where expression"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-RC NOT = 0
                   DISPLAY "Error: Export failed at offset "
                           WS-EXPORT-OFFSET
                   DISPLAY "Re-run the same command to resume "
                           "from the last completed chunk"
                   MOVE 4 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF

               ADD WS-EXPORT-ROWS-WRITTEN TO WS-EXPORT-OFFSET
               MOVE 1 TO WS-EXPORT-APPEND
               PERFORM WRITE-EXPORT-CHECKPOINT

               IF WS-EXPORT-ROWS-WRITTEN < WS-ARG-LIMIT
                   MOVE 1 TO WS-EXPORT-DONE
               END-IF
           END-PERFORM

      *>   导出完整完成, 清空 checkpoint 以便下次是全新的导出
           MOVE 0 TO WS-EXPORT-OFFSET
           PERFORM WRITE-EXPORT-CHECKPOINT

           DISPLAY "Exported to: " FUNCTION TRIM(WS-CSV-FILE).

      *> ============================================================
      *> 读取导出 checkpoint 文件, 若存在则从上次偏移量续传
      *> ============================================================
      *>   若存在 checkpoint, 其记录的偏移量优先于 --offset (用于续传);
      *>   否则以 --offset 作为本次导出的起始偏移量
       READ-EXPORT-CHECKPOINT.
           MOVE WS-ARG-OFFSET TO WS-EXPORT-OFFSET
           MOVE 0 TO WS-EXPORT-APPEND
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-CKPT-STATUS = "00"
                   COMPUTE WS-EXPORT-OFFSET =
                           FUNCTION NUMVAL(WS-CKPT-LINE)
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-EXPORT-OFFSET > 0
               MOVE 1 TO WS-EXPORT-APPEND
           END-IF.

      *> ============================================================
      *> 写回导出 checkpoint 文件, 记录最近一次成功完成的偏移量
      *> ============================================================
       WRITE-EXPORT-CHECKPOINT.
           MOVE SPACES TO WS-CKPT-LINE
           MOVE WS-EXPORT-OFFSET TO WS-CKPT-OFFSET-DISP
           MOVE WS-CKPT-OFFSET-DISP TO WS-CKPT-LINE
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "Error: Cannot write checkpoint file '"
                       FUNCTION TRIM(WS-CKPT-PATH) "'"
               EXIT PARAGRAPH
           END-IF
           WRITE WS-CKPT-LINE
           CLOSE CHECKPOINT-FILE.

      *> ============================================================
      *> 导出月度报表 CSV
      *> ============================================================
       EXPORT-REPORT.
      *>   --year (不带 --month): 导出全年 "类别 x 月份" 矩阵
           IF WS-ARG-MONTH = SPACES AND WS-ARG-YEAR NOT = SPACES
               PERFORM EXPORT-REPORT-MATRIX
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-MONTH = SPACES
               DISPLAY "Error: --month (or --year for the matrix) "
                       "is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   确定输出文件名 (扩展名随 --format 变化)
           IF WS-OUT-PATH NOT = SPACES
               MOVE WS-OUT-PATH TO WS-CSV-FILE
           ELSE
               IF WS-ARG-FORMAT = "json"
                   STRING "./export/report_"
                          FUNCTION TRIM(WS-ARG-MONTH)
                          ".json"
                          DELIMITED SIZE INTO WS-CSV-FILE
               ELSE
                   IF WS-ARG-FORMAT = "print"
                       STRING "./export/report_"
                              FUNCTION TRIM(WS-ARG-MONTH)
                              ".txt"
                              DELIMITED SIZE INTO WS-CSV-FILE
                   ELSE
                       STRING "./export/report_"
                              FUNCTION TRIM(WS-ARG-MONTH)
                              ".csv"
                              DELIMITED SIZE INTO WS-CSV-FILE
                   END-IF
               END-IF
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   调用 C 函数导出 (CSV 或 JSON)
           IF WS-ARG-FORMAT = "json"
               CALL "export_report_json"
                    USING BY REFERENCE WS-CSV-FILE
                          BY REFERENCE WS-ARG-MONTH
                    RETURNING WS-RC
           ELSE
               IF WS-ARG-FORMAT = "print"
                   CALL "export_report_print"
                        USING BY REFERENCE WS-CSV-FILE
                              BY REFERENCE WS-ARG-MONTH
                        RETURNING WS-RC
               ELSE
                   CALL "export_report_csv"
                        USING BY REFERENCE WS-CSV-FILE
                              BY REFERENCE WS-ARG-MONTH
                        RETURNING WS-RC
               END-IF
           END-IF

           IF WS-RC NOT = 0
               DISPLAY "Error: Export failed"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Exported to: " FUNCTION TRIM(WS-CSV-FILE).


      *> ============================================================
      *> CMD: rule - 自动分类规则主档维护 (add/list/delete)
      *> 规则按 note/payee 中的文本匹配, 命中时回填类别与收款人,
      *> 在 import/批量新增/交互录入路径中自动套用
      *> ============================================================
       CMD-RULE.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "add"
                   PERFORM RULE-ADD
               WHEN "list"
                   PERFORM RULE-LIST
               WHEN "delete"
                   PERFORM RULE-DELETE
               WHEN OTHER
                   DISPLAY "Error: rule requires a subcommand"
                   DISPLAY "Usage: ledger rule add --match <text> "
                           "--category <cat> --type income|expense "
                           "[--payee <name>]"
                   DISPLAY "       ledger rule list"
                   DISPLAY "       ledger rule delete --id N"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       RULE-ADD.
           IF WS-ARG-MATCH = SPACES
               DISPLAY "Error: --match is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-CATEGORY = SPACES
               DISPLAY "Error: --category is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-TYPE NOT = "INCOME" AND WS-ARG-TYPE NOT = "EXPENSE"
               DISPLAY "Error: --type must be INCOME or EXPENSE"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   规则指向的类别必须已在类别主档中登记, 否则命中后照样报错
           CALL "category_validate" USING BY REFERENCE WS-ARG-CATEGORY
                                           BY REFERENCE WS-ARG-TYPE
                                     RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: unknown category '"
                       FUNCTION TRIM(WS-ARG-CATEGORY) "' - run "
                       "'ledger category add' first"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "rule_add" USING BY REFERENCE WS-ARG-MATCH
                                 BY REFERENCE WS-ARG-CATEGORY
                                 BY REFERENCE WS-ARG-PAYEE
                                 BY REFERENCE WS-ARG-TYPE
                           RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add rule (duplicate?)"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Rule '" FUNCTION TRIM(WS-ARG-MATCH)
                   "' -> '" FUNCTION TRIM(WS-ARG-CATEGORY)
                   "' added successfully"
           MOVE "rule" TO WS-MCL-ENTITY
           MOVE WS-ARG-MATCH TO WS-MCL-KEY
           MOVE SPACES TO WS-MCL-KEY2 WS-MCL-BEFORE WS-MCL-AFTER
           MOVE "rule" TO WS-MCL-FIELD
           STRING FUNCTION TRIM(WS-ARG-TYPE) " category "
                  FUNCTION TRIM(WS-ARG-CATEGORY)
                  " payee " FUNCTION TRIM(WS-ARG-PAYEE)
                  DELIMITED SIZE INTO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
       RULE-LIST.
           CALL "rule_list_begin" RETURNING WS-RC
           DISPLAY "ID        MATCH                     CATEGORY"
                   "            PAYEE"
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "rule_list_next"
                    USING BY REFERENCE WS-LIST-ID
                          BY REFERENCE WS-LIST-MATCH
                          BY REFERENCE WS-LIST-CATEGORY
                          BY REFERENCE WS-RULE-OUT-PAYEE
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-LIST-ID TO WS-LIST-ID-DISP
                   DISPLAY WS-LIST-ID-DISP "  "
                           FUNCTION TRIM(WS-LIST-MATCH) "  "
                           FUNCTION TRIM(WS-LIST-CATEGORY) "  "
                           FUNCTION TRIM(WS-RULE-OUT-PAYEE)
               END-IF
           END-PERFORM
           CALL "rule_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
       RULE-DELETE.
           IF WS-ARG-ID = 0
               DISPLAY "Error: --id is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "rule" TO WS-MCL-ENTITY
           MOVE SPACES TO WS-MCL-KEY WS-MCL-KEY2
           MOVE WS-ARG-ID TO WS-MCL-KEY
           MOVE "rule" TO WS-MCL-FIELD
           MOVE "deleted" TO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-BEFORE
           CALL "rule_delete" USING BY VALUE WS-ARG-ID
                              RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Rule ID " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to delete rule"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Rule " WS-ARG-ID " deleted successfully"
           PERFORM MASTER-CHANGE-LOG.

      *> ============================================================
      *> 在规则主档中按 note/payee 匹配自动分类规则
      *> 命中时回填 WS-RULE-OUT-CATEGORY / WS-RULE-OUT-PAYEE,
      *> WS-RC = 0 表示命中 (调用方负责累计命中/落空计数)
      *> ============================================================
       APPLY-CATEGORY-RULES.
           MOVE SPACES TO WS-RULE-OUT-CATEGORY WS-RULE-OUT-PAYEE
           CALL "rule_match" USING BY REFERENCE WS-RULE-IN-NOTE
                                   BY REFERENCE WS-RULE-IN-PAYEE
                                   BY REFERENCE WS-RULE-OUT-CATEGORY
                                   BY REFERENCE WS-RULE-OUT-PAYEE
                             RETURNING WS-RC.

      *> ============================================================
      *> 开启一次批量运行: 分配运行号, 其间新增的行都打上该运行号,
      *> 之后可用 'ledger run backout --id N' 将整批一次性冲销
      *> ============================================================
       BEGIN-BATCH-RUN.
           MOVE 0 TO WS-RUN-ID
           CALL "run_begin" USING BY REFERENCE WS-RUN-TYPE
                                  BY REFERENCE WS-RUN-ID
                            RETURNING WS-RC.

      *> ============================================================
      *> 记一条接口控制日志: 每个进/出文件 (payroll/till/bank/qif/
      *> gl-ack/cpi/lockbox/einvoice/prices/pospay-exc 进, gl/saft/
      *> journal/analytics/pack/bankpay/pospay/inforeturn 出, sync
      *> 进出都有) 处理完都走这里. 调用方填 WS-ICL-ENTRY: 接口名/
      *> 方向/文件名/
      *> 头记录笔数与金额/接收与拒收行数/入账金额/运行号.
      *> 后端给文件算散列一并入表; 带运行号时入账金额以该运行
      *> 实际落库的行为准 (调用方不必自己累计). 与 ops_log_write
      *> 一样, 只读打开时后端另开写连接记日志.
      *> 同一散列以前处理过时当场警告 - 同一个文件跑了两遍
      *> ============================================================
       ICL-RECORD.
           MOVE SPACES TO WS-ICL-DUP-DATE
           CALL "icl_record" USING BY REFERENCE WS-ICL-INTERFACE
                                   BY REFERENCE WS-ICL-DIRECTION
                                   BY REFERENCE WS-ICL-FILE
                                   BY VALUE WS-ICL-HDR-COUNT
                                   BY VALUE WS-ICL-HDR-TOTAL
                                   BY VALUE WS-ICL-ACCEPTED
                                   BY VALUE WS-ICL-REJECTED
                                   BY VALUE WS-ICL-POSTED
                                   BY REFERENCE WS-ICL-RUN-ID
                                   BY REFERENCE WS-ICL-DUP-DATE
                             RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Warning: file processed but not written to "
                       "the interface control log"
           END-IF
           IF WS-ICL-DUP-DATE NOT = SPACES
               DISPLAY "Warning: this file is identical to one "
                       "already processed on "
                       FUNCTION TRIM(WS-ICL-DUP-DATE)
                       " - check for a double run"
           END-IF
           INITIALIZE WS-ICL-ENTRY.

      *> ============================================================
      *> CMD: run - 批量运行管理 (list/backout)
      *> backout 把一次批量运行新增的所有行整体删除;
      *> 若该批中任何一行在运行之后被人改过, 则整批拒绝冲销
      *> ============================================================
       CMD-RUN.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "list"
                   PERFORM RUN-LIST
               WHEN "backout"
                   PERFORM RUN-BACKOUT
               WHEN OTHER
                   DISPLAY "Error: run requires a subcommand"
                   DISPLAY "Usage: ledger run list"
                   DISPLAY "       ledger run backout --id N [--yes]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       RUN-LIST.
           CALL "run_list_begin" RETURNING WS-RC
           DISPLAY "RUN       TYPE       STARTED AT            ROWS"
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "run_list_next"
                    USING BY REFERENCE WS-LIST-ID
                          BY REFERENCE WS-RUN-TYPE
                          BY REFERENCE WS-RUN-AT
                          BY REFERENCE WS-RUN-ROWS
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-LIST-ID TO WS-LIST-ID-DISP
                   MOVE WS-RUN-ROWS TO WS-RUN-ROWS-DISP
                   DISPLAY WS-LIST-ID-DISP "  "
                           FUNCTION TRIM(WS-RUN-TYPE) "  "
                           FUNCTION TRIM(WS-RUN-AT) "  "
                           WS-RUN-ROWS-DISP
               END-IF
           END-PERFORM
           CALL "run_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
       RUN-BACKOUT.
           IF WS-ARG-ID = 0
               DISPLAY "Error: --id is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   整批冲销只许主管以上执行
           MOVE "supervisor" TO WS-PRIV-NEEDED
           PERFORM CHECK-PRIVILEGE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "run" TO WS-HLD-SCOPE
           MOVE WS-ARG-ID TO WS-HLD-ID
           MOVE SPACES TO WS-HLD-ARG
           PERFORM HOLD-CHECK
           IF WS-HLD-BLOCKED = 1
               MOVE 7 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-YES = 0
               DISPLAY "Back out ALL rows of run " WS-ARG-ID
                       "? (y/N): " WITH NO ADVANCING
               ACCEPT WS-USER-INPUT FROM CONSOLE
               IF FUNCTION UPPER-CASE(WS-USER-INPUT) NOT = "Y"
                   DISPLAY "Cancelled"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-ARG-ID TO WS-VLK-RUN-ID
           PERFORM RUN-VAT-LOCK-CHECK
           IF WS-VLK-LOCKED = 1
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "run_backout" USING BY VALUE WS-ARG-ID
                                    BY REFERENCE WS-RUN-ROWS
                              RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Run " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC = 7
               DISPLAY "Error: Run " WS-ARG-ID " has row(s) edited "
                       "since it was posted - back out refused"
               DISPLAY "Review the rows with 'ledger list' and "
                       "delete them individually if intended"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Back out failed"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RUN-ROWS TO WS-RUN-ROWS-DISP
           DISPLAY FUNCTION TRIM(WS-RUN-ROWS-DISP)
                   " row(s) of run " WS-ARG-ID " backed out".

      *> ============================================================
      *> CMD: project - 项目/成本中心主档维护 (add/list/estimate/
      *> progress)
      *> 与类别主档同样的维护方式; 交易通过 --project 挂到项目上.
      *> estimate 按类别登记成本/收入估算, progress 定期报完工
      *> 百分比或尚需成本, report project 据此给出完工预测与偏差
      *> ============================================================
       CMD-PROJECT.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "add"
                   PERFORM PROJECT-ADD
               WHEN "list"
                   PERFORM PROJECT-LIST
               WHEN "estimate"
                   PERFORM PROJECT-ESTIMATE
               WHEN "progress"
                   PERFORM PROJECT-PROGRESS
               WHEN OTHER
                   DISPLAY "Error: project requires a subcommand"
                   DISPLAY "Usage: ledger project add --name <name>"
                   DISPLAY "       ledger project list"
                   DISPLAY "       ledger project estimate --name "
                           "<name> [--category <cat> --amount N]"
                   DISPLAY "       ledger project progress --name "
                           "<name> (--percent N | --etc N) "
                           "[--date YYYY-MM-DD]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       PROJECT-ADD.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "project_add" USING BY REFERENCE WS-ARG-NAME
                              RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add project (duplicate?)"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Project '" FUNCTION TRIM(WS-ARG-NAME)
                   "' added successfully".

      *> ---------------------------------------------------------
       PROJECT-LIST.
           CALL "project_list_begin" RETURNING WS-RC
           DISPLAY "NAME"
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "project_list_next"
                    USING BY REFERENCE WS-PRJ-NAME
                    RETURNING WS-RC
               IF WS-RC = 0
                   DISPLAY FUNCTION TRIM(WS-PRJ-NAME)
               END-IF
           END-PERFORM
           CALL "project_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> PROJECT-ESTIMATE - 按类别登记项目的成本/收入估算.
      *> 类别的收支性质决定这一行算成本还是收入; --amount 0
      *> 删掉这一行; 不带 --category 时列出现有估算与实际
      *> ---------------------------------------------------------
       PROJECT-ESTIMATE.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "project_validate" USING BY REFERENCE WS-ARG-NAME
                                   RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: unknown project '"
                       FUNCTION TRIM(WS-ARG-NAME) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-CATEGORY = SPACES
               PERFORM PROJECT-ESTIMATE-LIST
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-AMOUNT = SPACES
               DISPLAY "Error: --amount is required with --category"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ARG-AMOUNT) NOT = "0"
               MOVE "AMOUNT" TO WS-VALID-TYPE
               CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                     WS-VALID-RESULT
                                     WS-VALID-ERROR-MSG
               IF WS-VALID-RESULT NOT = 1
                   DISPLAY "Error: "
                           FUNCTION TRIM(WS-VALID-ERROR-MSG)
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *>   支出类别记成本估算, 收入类别记收入估算
           MOVE "EXPENSE" TO WS-PEC-TYPE
           CALL "category_validate" USING BY REFERENCE WS-ARG-CATEGORY
                                           BY REFERENCE WS-PEC-TYPE
                                     RETURNING WS-RC
           IF WS-RC NOT = 0
               MOVE "INCOME" TO WS-PEC-TYPE
               CALL "category_validate"
                    USING BY REFERENCE WS-ARG-CATEGORY
                          BY REFERENCE WS-PEC-TYPE
                    RETURNING WS-RC
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: unknown category '"
                       FUNCTION TRIM(WS-ARG-CATEGORY) "' - run "
                       "'ledger category add' first"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100

           MOVE "estimate" TO WS-MCL-ENTITY
           MOVE WS-ARG-NAME TO WS-MCL-KEY
           MOVE WS-ARG-CATEGORY TO WS-MCL-KEY2
           MOVE "amount" TO WS-MCL-FIELD
           MOVE WS-ARG-AMOUNT TO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-BEFORE

           CALL "project_estimate_set"
                USING BY REFERENCE WS-ARG-NAME
                      BY REFERENCE WS-ARG-CATEGORY
                      BY REFERENCE WS-PEC-TYPE
                      BY VALUE WS-AMOUNT-CENTS
                RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: no estimate line for '"
                       FUNCTION TRIM(WS-ARG-CATEGORY) "' on project '"
                       FUNCTION TRIM(WS-ARG-NAME) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to save estimate"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-AMOUNT-CENTS = 0
               DISPLAY "Estimate line '"
                       FUNCTION TRIM(WS-ARG-CATEGORY)
                       "' removed from project '"
                       FUNCTION TRIM(WS-ARG-NAME) "'"
           ELSE
               COMPUTE WS-DISP-PEC-AMT1 = WS-AMOUNT-CENTS / 100
               IF WS-PEC-TYPE = "EXPENSE"
                   DISPLAY "Cost estimate for '"
                           FUNCTION TRIM(WS-ARG-NAME) "' / '"
                           FUNCTION TRIM(WS-ARG-CATEGORY) "' set to "
                           FUNCTION TRIM(WS-DISP-PEC-AMT1)
               ELSE
                   DISPLAY "Revenue estimate for '"
                           FUNCTION TRIM(WS-ARG-NAME) "' / '"
                           FUNCTION TRIM(WS-ARG-CATEGORY) "' set to "
                           FUNCTION TRIM(WS-DISP-PEC-AMT1)
               END-IF
           END-IF
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
      *> PROJECT-ESTIMATE-LIST - 逐类别列出估算与实际, 再给出
      *> 整个项目的完工预测
      *> ---------------------------------------------------------
       PROJECT-ESTIMATE-LIST.
           DISPLAY "Estimate for project '"
                   FUNCTION TRIM(WS-ARG-NAME) "'"
           DISPLAY "CATEGORY              TYPE         ESTIMATE"
                   "       ACTUAL"
           MOVE 0 TO WS-PEC-LINES
           CALL "project_estimate_lines_begin"
                USING BY REFERENCE WS-ARG-NAME
                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "project_estimate_lines_next"
                    USING BY REFERENCE WS-PEC-CATEGORY
                          BY REFERENCE WS-PEC-TYPE
                          BY REFERENCE WS-PEC-AMOUNT
                          BY REFERENCE WS-PEC-ACTUAL-CAT
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-PEC-LINES
                   COMPUTE WS-DISP-PEC-AMT1 = WS-PEC-AMOUNT / 100
                   COMPUTE WS-DISP-PEC-AMT2 = WS-PEC-ACTUAL-CAT / 100
                   DISPLAY FUNCTION TRIM(WS-PEC-CATEGORY) "  "
                           FUNCTION TRIM(WS-PEC-TYPE) "  "
                           WS-DISP-PEC-AMT1 "  " WS-DISP-PEC-AMT2
               END-IF
           END-PERFORM
           CALL "project_estimate_lines_end" RETURNING WS-RC

           IF WS-PEC-LINES = 0
               DISPLAY "(no estimate recorded - use 'ledger project "
                       "estimate --name <name> --category <cat> "
                       "--amount N')"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-NAME TO WS-PEC-NAME
           PERFORM PROJECT-EAC-CALC
           IF WS-PEC-HAVE-EST = 1
               PERFORM PROJECT-EAC-SHOW
           END-IF.

      *> ---------------------------------------------------------
      *> PROJECT-PROGRESS - 定期登记完工百分比或尚需成本 (ETC);
      *> 最近一次登记参与完工预测, 早先的留作进度轨迹
      *> ---------------------------------------------------------
       PROJECT-PROGRESS.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-PERCENT = SPACES AND WS-ARG-ETC = SPACES
               DISPLAY "Error: --percent or --etc is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "project_validate" USING BY REFERENCE WS-ARG-NAME
                                   RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: unknown project '"
                       FUNCTION TRIM(WS-ARG-NAME) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                      DELIMITED SIZE INTO WS-ARG-DATE
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   未给出的一项以 -1 传给后台, 表示这次没报
           MOVE -1 TO WS-PEC-PCT-BPS
           IF WS-ARG-PERCENT NOT = SPACES
               COMPUTE WS-PEC-PCT-BPS ROUNDED =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-PERCENT))
                       * 100
               IF WS-PEC-PCT-BPS < 0 OR WS-PEC-PCT-BPS > 10000
                   DISPLAY "Error: --percent must be between 0 "
                           "and 100"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE -1 TO WS-PEC-ETC
           IF WS-ARG-ETC NOT = SPACES
               IF FUNCTION TRIM(WS-ARG-ETC) NOT = "0"
                   MOVE "AMOUNT" TO WS-VALID-TYPE
                   CALL "VALIDATE" USING WS-ARG-ETC WS-VALID-TYPE
                                         WS-VALID-RESULT
                                         WS-VALID-ERROR-MSG
                   IF WS-VALID-RESULT NOT = 1
                       DISPLAY "Error: --etc: "
                               FUNCTION TRIM(WS-VALID-ERROR-MSG)
                       MOVE 1 TO WS-RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               COMPUTE WS-AMOUNT-NUM =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-ETC))
               COMPUTE WS-PEC-ETC = WS-AMOUNT-NUM * 100
           END-IF

           CALL "project_progress_add"
                USING BY REFERENCE WS-ARG-NAME
                      BY REFERENCE WS-ARG-DATE
                      BY VALUE WS-PEC-PCT-BPS
                      BY VALUE WS-PEC-ETC
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to record progress"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Progress recorded for project '"
                   FUNCTION TRIM(WS-ARG-NAME) "' as of "
                   FUNCTION TRIM(WS-ARG-DATE)

           MOVE WS-ARG-NAME TO WS-PEC-NAME
           PERFORM PROJECT-EAC-CALC
           IF WS-PEC-HAVE-EST = 1
               PERFORM PROJECT-EAC-SHOW
           ELSE
               DISPLAY "(no estimate recorded yet - forecast not "
                       "available)"
           END-IF.

      *> ---------------------------------------------------------
      *> PROJECT-EAC-CALC - 项目完工预测 (入参 WS-PEC-NAME).
      *> 完工预测 (FAC): 报了尚需成本取 实际 + ETC; 只报了
      *> 完工百分比时按 实际 / 百分比 外推; 都没报时取估算与
      *> (实际 + 已承诺) 的大者. 已承诺的钱迟早要花, 预测不低于
      *> 实际 + 已承诺. 完工百分比没报时按成本比 (实际 / FAC).
      *> 已赚收入 = 收入估算 x 完工百分比, 与已开票比出超开/欠开
      *> ---------------------------------------------------------
       PROJECT-EAC-CALC.
           MOVE 0 TO WS-PEC-HAVE-EST WS-PEC-EST-COST WS-PEC-EST-REV
                     WS-PEC-ACTUAL WS-PEC-COMMITTED WS-PEC-BILLED
                     WS-PEC-FAC WS-PEC-VARIANCE WS-PEC-EARNED
                     WS-PEC-BILL-DIFF WS-PEC-EXPOSURE
           CALL "project_estimate_totals"
                USING BY REFERENCE WS-PEC-NAME
                      BY REFERENCE WS-PEC-EST-COST
                      BY REFERENCE WS-PEC-EST-REV
                RETURNING WS-RC
           IF WS-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PEC-HAVE-EST

           CALL "project_actual_to_date"
                USING BY REFERENCE WS-PEC-NAME
                      BY REFERENCE WS-PEC-ACTUAL
                RETURNING WS-RC
           CALL "project_committed"
                USING BY REFERENCE WS-PEC-NAME
                      BY REFERENCE WS-PEC-COMMITTED
                RETURNING WS-RC
           CALL "project_billed"
                USING BY REFERENCE WS-PEC-NAME
                      BY REFERENCE WS-PEC-BILLED
                RETURNING WS-RC
           MOVE SPACES TO WS-PEC-PROG-DATE
           MOVE -1 TO WS-PEC-PCT-BPS WS-PEC-ETC
           CALL "project_progress_latest"
                USING BY REFERENCE WS-PEC-NAME
                      BY REFERENCE WS-PEC-PROG-DATE
                      BY REFERENCE WS-PEC-PCT-BPS
                      BY REFERENCE WS-PEC-ETC
                RETURNING WS-RC
           IF WS-RC NOT = 0
               MOVE SPACES TO WS-PEC-PROG-DATE
               MOVE -1 TO WS-PEC-PCT-BPS WS-PEC-ETC
           END-IF

           COMPUTE WS-PEC-EXPOSURE = WS-PEC-ACTUAL + WS-PEC-COMMITTED
           EVALUATE TRUE
               WHEN WS-PEC-ETC >= 0
                   COMPUTE WS-PEC-FAC = WS-PEC-ACTUAL + WS-PEC-ETC
               WHEN WS-PEC-PCT-BPS > 0
                   COMPUTE WS-PEC-FAC ROUNDED =
                           WS-PEC-ACTUAL * 10000 / WS-PEC-PCT-BPS
               WHEN OTHER
                   MOVE WS-PEC-EST-COST TO WS-PEC-FAC
           END-EVALUATE
           IF WS-PEC-FAC < WS-PEC-EXPOSURE
               MOVE WS-PEC-EXPOSURE TO WS-PEC-FAC
           END-IF
           COMPUTE WS-PEC-VARIANCE = WS-PEC-EST-COST - WS-PEC-FAC

           IF WS-PEC-PCT-BPS >= 0
               MOVE WS-PEC-PCT-BPS TO WS-PEC-PCT-USED
           ELSE
               MOVE 0 TO WS-PEC-PCT-USED
               IF WS-PEC-FAC > 0
                   COMPUTE WS-PEC-PCT-USED ROUNDED =
                           WS-PEC-ACTUAL * 10000 / WS-PEC-FAC
               END-IF
           END-IF
           IF WS-PEC-PCT-USED > 10000
               MOVE 10000 TO WS-PEC-PCT-USED
           END-IF
           COMPUTE WS-PEC-EARNED ROUNDED =
                   WS-PEC-EST-REV * WS-PEC-PCT-USED / 10000
           COMPUTE WS-PEC-BILL-DIFF = WS-PEC-BILLED - WS-PEC-EARNED.

      *> ---------------------------------------------------------
      *> PROJECT-EAC-SHOW - 打印 PROJECT-EAC-CALC 的结果
      *> ---------------------------------------------------------
       PROJECT-EAC-SHOW.
           COMPUTE WS-DISP-PEC-AMT1 = WS-PEC-EST-COST / 100
           COMPUTE WS-DISP-PEC-AMT2 = WS-PEC-ACTUAL / 100
           COMPUTE WS-DISP-PEC-AMT3 = WS-PEC-COMMITTED / 100
           DISPLAY "    Estimate " FUNCTION TRIM(WS-DISP-PEC-AMT1)
                   "  actual to date " FUNCTION TRIM(WS-DISP-PEC-AMT2)
                   "  committed " FUNCTION TRIM(WS-DISP-PEC-AMT3)
           COMPUTE WS-DISP-PEC-AMT1 = WS-PEC-FAC / 100
           COMPUTE WS-DISP-PEC-AMT2 = WS-PEC-VARIANCE / 100
           COMPUTE WS-DISP-PEC-PCT = WS-PEC-PCT-USED / 100
           IF WS-PEC-VARIANCE < 0
               DISPLAY "    Forecast at completion "
                       FUNCTION TRIM(WS-DISP-PEC-AMT1)
                       "  variance " FUNCTION TRIM(WS-DISP-PEC-AMT2)
                       " (OVER estimate)"
           ELSE
               DISPLAY "    Forecast at completion "
                       FUNCTION TRIM(WS-DISP-PEC-AMT1)
                       "  variance " FUNCTION TRIM(WS-DISP-PEC-AMT2)
           END-IF
           IF WS-PEC-PCT-BPS >= 0 OR WS-PEC-ETC >= 0
               DISPLAY "    " FUNCTION TRIM(WS-DISP-PEC-PCT)
                       "% complete (progress reported "
                       FUNCTION TRIM(WS-PEC-PROG-DATE) ")"
           ELSE
               DISPLAY "    " FUNCTION TRIM(WS-DISP-PEC-PCT)
                       "% complete (cost-to-cost, no progress "
                       "reported)"
           END-IF
           IF WS-PEC-EST-REV = 0 AND WS-PEC-BILLED = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DISP-PEC-AMT1 = WS-PEC-EST-REV / 100
           COMPUTE WS-DISP-PEC-AMT2 = WS-PEC-EARNED / 100
           COMPUTE WS-DISP-PEC-AMT3 = WS-PEC-BILLED / 100
           COMPUTE WS-DISP-PEC-AMT4 = WS-PEC-BILL-DIFF / 100
           DISPLAY "    Revenue estimate "
                   FUNCTION TRIM(WS-DISP-PEC-AMT1)
                   "  earned " FUNCTION TRIM(WS-DISP-PEC-AMT2)
                   "  billed " FUNCTION TRIM(WS-DISP-PEC-AMT3)
           EVALUATE TRUE
               WHEN WS-PEC-BILL-DIFF > 0
                   DISPLAY "    Over-billed by "
                           FUNCTION TRIM(WS-DISP-PEC-AMT4)
                           " (billings ahead of work done)"
               WHEN WS-PEC-BILL-DIFF < 0
                   COMPUTE WS-DISP-PEC-AMT4 =
                           0 - WS-PEC-BILL-DIFF / 100
                   DISPLAY "    Under-billed by "
                           FUNCTION TRIM(WS-DISP-PEC-AMT4)
                           " (work done not yet invoiced)"
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> PROJECT-ESTIMATE-CHECK - 落账/登记承诺后的超估算提醒
      *> (入参 WS-ARG-PROJECT, 本笔金额 WS-PEC-POSTED).
      *> 只提醒不拦截: 实际 + 已承诺 超过成本估算时告警,
      *> 区分是这一笔越过的还是之前就已超出
      *> ---------------------------------------------------------
       PROJECT-ESTIMATE-CHECK.
           IF WS-ARG-PROJECT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-PROJECT TO WS-PEC-NAME
           PERFORM PROJECT-EAC-CALC
           IF WS-PEC-HAVE-EST = 0 OR WS-PEC-EST-COST <= 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PEC-EXPOSURE <= WS-PEC-EST-COST
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DISP-PEC-AMT1 = WS-PEC-EXPOSURE / 100
           COMPUTE WS-DISP-PEC-AMT2 = WS-PEC-EST-COST / 100
           IF WS-PEC-EXPOSURE - WS-PEC-POSTED <= WS-PEC-EST-COST
               DISPLAY "Warning: this takes project '"
                       FUNCTION TRIM(WS-PEC-NAME)
                       "' past its cost estimate"
           ELSE
               DISPLAY "Warning: project '"
                       FUNCTION TRIM(WS-PEC-NAME)
                       "' is already over its cost estimate"
           END-IF
           DISPLAY "  actual + committed "
                   FUNCTION TRIM(WS-DISP-PEC-AMT1)
                   " vs estimate " FUNCTION TRIM(WS-DISP-PEC-AMT2).

      *> ============================================================
      *> CMD: goal - 储蓄目标主档维护 (add/list)
      *> 目标挂在账户上: 目标金额 + 目标日期, 由 report goals 跟进
      *> ============================================================
       CMD-GOAL.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "add"
                   PERFORM GOAL-ADD
               WHEN "list"
                   PERFORM GOAL-LIST
               WHEN OTHER
                   DISPLAY "Error: goal requires a subcommand"
                   DISPLAY "Usage: ledger goal add --name <name> "
                           "--account <acct> --amount N "
                           "--date YYYY-MM-DD"
                   DISPLAY "       ledger goal list"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       GOAL-ADD.
           IF WS-ARG-NAME = SPACES OR WS-ARG-ACCOUNT = SPACES
              OR WS-ARG-AMOUNT = SPACES OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --name, --account, --amount and "
                       "--date are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100

           CALL "goal_add" USING BY REFERENCE WS-ARG-NAME
                                 BY REFERENCE WS-ARG-ACCOUNT
                                 BY VALUE WS-AMOUNT-CENTS
                                 BY REFERENCE WS-ARG-DATE
                           RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Unknown account '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add goal (duplicate?)"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Goal '" FUNCTION TRIM(WS-ARG-NAME)
                   "' added successfully".

      *> ---------------------------------------------------------
       GOAL-LIST.
           CALL "goal_list_begin" RETURNING WS-RC
           DISPLAY "NAME                  ACCOUNT               "
                   "TARGET       BY"
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "goal_list_next"
                    USING BY REFERENCE WS-GOAL-NAME
                          BY REFERENCE WS-GOAL-ACCOUNT
                          BY REFERENCE WS-GOAL-TARGET
                          BY REFERENCE WS-GOAL-DATE
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-DISP-GOAL-TARGET = WS-GOAL-TARGET / 100
                   DISPLAY FUNCTION TRIM(WS-GOAL-NAME) "  "
                           FUNCTION TRIM(WS-GOAL-ACCOUNT) "  "
                           WS-DISP-GOAL-TARGET "  "
                           FUNCTION TRIM(WS-GOAL-DATE)
               END-IF
           END-PERFORM
           CALL "goal_list_end" RETURNING WS-RC.

      *> ============================================================
      *> CMD: loan - 贷款管理 (add/list/post/schedule)
      *> 贷款是账户主档上的负债类记录: 本金/年利率/期数/扣款日;
      *> 每月 post 把月供拆成利息支出与本金冲减两部分入账
      *> ============================================================
       CMD-LOAN.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "add"
                   PERFORM LOAN-ADD
               WHEN "list"
                   PERFORM LOAN-LIST
               WHEN "post"
                   PERFORM LOAN-POST-RUN
               WHEN "schedule"
                   PERFORM LOAN-SCHEDULE
               WHEN OTHER
                   DISPLAY "Error: loan requires a subcommand"
                   DISPLAY "Usage: ledger loan add --name <name> "
                           "--amount <principal> --rate <annual %> "
                           "--term <months> --day <payment day>"
                   DISPLAY "       ledger loan list"
                   DISPLAY "       ledger loan post --month YYYY-MM"
                   DISPLAY "       ledger loan schedule --name <name>"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> LOAN-ADD - 登记贷款并在账户主档上建负债账户;
      *> 月供按年金公式在本地算好后随贷款一起保存
      *> ---------------------------------------------------------
       LOAN-ADD.
           IF WS-ARG-NAME = SPACES OR WS-ARG-AMOUNT = SPACES
              OR WS-ARG-RATE = SPACES OR WS-ARG-TERM = 0
              OR WS-ARG-DAY = 0
               DISPLAY "Error: --name, --amount, --rate, --term and "
                       "--day are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-DAY < 1 OR WS-ARG-DAY > 28
               DISPLAY "Error: --day must be between 1 and 28"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-LOAN-PRINCIPAL = WS-AMOUNT-NUM * 100
           IF WS-LOAN-PRINCIPAL <= 0
               DISPLAY "Error: principal must be greater than 0"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOAN-RATE-BPS =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-RATE)) * 100
           MOVE WS-ARG-TERM TO WS-LOAN-TERM
           MOVE WS-LOAN-PRINCIPAL TO WS-LOAN-BALANCE
           PERFORM COMPUTE-LOAN-PAYMENT

           CALL "loan_add" USING BY REFERENCE WS-ARG-NAME
                                 BY VALUE WS-LOAN-PRINCIPAL
                                 BY VALUE WS-LOAN-RATE-BPS
                                 BY VALUE WS-ARG-TERM
                                 BY VALUE WS-ARG-DAY
                                 BY VALUE WS-LOAN-PAYMENT
                           RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add loan (duplicate?)"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DISP-LOAN-PAY = WS-LOAN-PAYMENT / 100
           DISPLAY "Loan '" FUNCTION TRIM(WS-ARG-NAME)
                   "' added, monthly payment " WS-DISP-LOAN-PAY.

      *> ---------------------------------------------------------
      *> 年金公式月供: p * r * (1+r)^n / ((1+r)^n - 1)
      *> (1+r)^n 用逐月连乘算出; 零利率贷款按本金等分
      *> 输入: WS-LOAN-BALANCE (本金), WS-LOAN-RATE-BPS, WS-LOAN-TERM
      *> 输出: WS-LOAN-PAYMENT
      *> ---------------------------------------------------------
       COMPUTE-LOAN-PAYMENT.
           IF WS-LOAN-RATE-BPS = 0
               COMPUTE WS-LOAN-PAYMENT ROUNDED =
                       WS-LOAN-BALANCE / WS-LOAN-TERM
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LOAN-MRATE = WS-LOAN-RATE-BPS / 120000
           MOVE 1 TO WS-LOAN-FACTOR
           MOVE 0 TO WS-LOAN-IDX
           PERFORM UNTIL WS-LOAN-IDX >= WS-LOAN-TERM
               COMPUTE WS-LOAN-FACTOR =
                       WS-LOAN-FACTOR * (1 + WS-LOAN-MRATE)
               ADD 1 TO WS-LOAN-IDX
           END-PERFORM

           COMPUTE WS-LOAN-PAYMENT ROUNDED =
                   WS-LOAN-BALANCE * WS-LOAN-MRATE * WS-LOAN-FACTOR
                   / (WS-LOAN-FACTOR - 1).

      *> ---------------------------------------------------------
       LOAN-LIST.
           CALL "loan_list_begin" RETURNING WS-RC
           DISPLAY "NAME                  RATE-BPS  TERM  DAY  "
                   "PAYMENT      BALANCE"
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "loan_list_next"
                    USING BY REFERENCE WS-LOAN-NAME
                          BY REFERENCE WS-LOAN-PRINCIPAL
                          BY REFERENCE WS-LOAN-RATE-BPS
                          BY REFERENCE WS-LOAN-TERM
                          BY REFERENCE WS-LOAN-DAY
                          BY REFERENCE WS-LOAN-PAYMENT
                          BY REFERENCE WS-LOAN-BALANCE
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-DISP-LOAN-PAY = WS-LOAN-PAYMENT / 100
                   COMPUTE WS-DISP-LOAN-BAL = WS-LOAN-BALANCE / 100
                   DISPLAY FUNCTION TRIM(WS-LOAN-NAME) "  "
                           WS-LOAN-RATE-BPS "  " WS-LOAN-TERM "  "
                           WS-LOAN-DAY "  " WS-DISP-LOAN-PAY "  "
                           WS-DISP-LOAN-BAL
               END-IF
           END-PERFORM
           CALL "loan_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> LOAN-POST-RUN - 月度过账批处理 (可重启)
      *> 游标只送回指定月份尚未过账的贷款, 本地把月供拆成
      *> 利息/本金两部分后交 loan_post 成对入账并冲减负债余额;
      *> 同一月份重跑时游标不再送回已过账的贷款, 不会重复入账
      *> ---------------------------------------------------------
       LOAN-POST-RUN.
           IF WS-ARG-MONTH = SPACES
               DISPLAY "Error: --month is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "loan" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           MOVE 0 TO WS-LOAN-POSTED

           CALL "loan_post_begin" USING BY REFERENCE WS-ARG-MONTH
                                  RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "loan_post_next"
                    USING BY REFERENCE WS-LOAN-NAME
                          BY REFERENCE WS-LOAN-BALANCE
                          BY REFERENCE WS-LOAN-RATE-BPS
                          BY REFERENCE WS-LOAN-PAYMENT
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM LOAN-POST-ONE
               END-IF
           END-PERFORM
           CALL "loan_post_end" RETURNING WS-RC
           CALL "run_end" RETURNING WS-RC

           MOVE WS-LOAN-POSTED TO WS-LOAN-POSTED-DISP
           MOVE WS-RUN-ID TO WS-RUN-ID-DISP
           DISPLAY FUNCTION TRIM(WS-LOAN-POSTED-DISP)
                   " loan payment(s) posted for "
                   FUNCTION TRIM(WS-ARG-MONTH)
                   " (run " FUNCTION TRIM(WS-RUN-ID-DISP) ")".

      *> ---------------------------------------------------------
      *> 过账单笔月供: 利息 = 余额 * 月利率, 本金 = 月供 - 利息,
      *> 末期本金不超过剩余余额
      *> ---------------------------------------------------------
       LOAN-POST-ONE.
           COMPUTE WS-LOAN-INTEREST ROUNDED =
                   WS-LOAN-BALANCE * WS-LOAN-RATE-BPS / 120000
           COMPUTE WS-LOAN-PRIN-PART =
                   WS-LOAN-PAYMENT - WS-LOAN-INTEREST
           IF WS-LOAN-PRIN-PART > WS-LOAN-BALANCE
               MOVE WS-LOAN-BALANCE TO WS-LOAN-PRIN-PART
           END-IF
           IF WS-LOAN-PRIN-PART < 0
               MOVE 0 TO WS-LOAN-PRIN-PART
           END-IF

           CALL "loan_post" USING BY REFERENCE WS-LOAN-NAME
                                  BY REFERENCE WS-ARG-MONTH
                                  BY VALUE WS-LOAN-INTEREST
                                  BY VALUE WS-LOAN-PRIN-PART
                            RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Error: failed to post loan '"
                       FUNCTION TRIM(WS-LOAN-NAME) "'"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LOAN-POSTED
           COMPUTE WS-DISP-LOAN-INT = WS-LOAN-INTEREST / 100
           COMPUTE WS-DISP-LOAN-PRIN = WS-LOAN-PRIN-PART / 100
           DISPLAY "- " FUNCTION TRIM(WS-LOAN-NAME)
                   "  interest " WS-DISP-LOAN-INT
                   "  principal " WS-DISP-LOAN-PRIN.

      *> ---------------------------------------------------------
      *> LOAN-SCHEDULE - 还款计划表: 从下个月起逐月推演
      *> 剩余余额, 直到还清 (以 600 期为演算上限)
      *> ---------------------------------------------------------
       LOAN-SCHEDULE.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "loan_get" USING BY REFERENCE WS-ARG-NAME
                                 BY REFERENCE WS-LOAN-BALANCE
                                 BY REFERENCE WS-LOAN-RATE-BPS
                                 BY REFERENCE WS-LOAN-PAYMENT
                           RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Unknown loan '"
                       FUNCTION TRIM(WS-ARG-NAME) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
           MOVE WS-DT-YEAR TO WS-SCHED-YEAR
           MOVE WS-DT-MONTH TO WS-SCHED-MONTH

           DISPLAY " "
           DISPLAY "Payoff schedule for '" FUNCTION TRIM(WS-ARG-NAME)
                   "'"
           DISPLAY "MONTH     INTEREST     PRINCIPAL    REMAINING"

           MOVE 0 TO WS-LOAN-IDX
           PERFORM UNTIL WS-LOAN-BALANCE <= 0 OR WS-LOAN-IDX >= 600
               ADD 1 TO WS-SCHED-MONTH
               IF WS-SCHED-MONTH > 12
                   MOVE 1 TO WS-SCHED-MONTH
                   ADD 1 TO WS-SCHED-YEAR
               END-IF
               COMPUTE WS-LOAN-INTEREST ROUNDED =
                       WS-LOAN-BALANCE * WS-LOAN-RATE-BPS / 120000
               COMPUTE WS-LOAN-PRIN-PART =
                       WS-LOAN-PAYMENT - WS-LOAN-INTEREST
               IF WS-LOAN-PRIN-PART > WS-LOAN-BALANCE
                   MOVE WS-LOAN-BALANCE TO WS-LOAN-PRIN-PART
               END-IF
               IF WS-LOAN-PRIN-PART <= 0
                   DISPLAY "Warning: payment does not cover "
                           "interest - balance will not amortize"
                   MOVE 600 TO WS-LOAN-IDX
               ELSE
                   SUBTRACT WS-LOAN-PRIN-PART FROM WS-LOAN-BALANCE
                   COMPUTE WS-DISP-LOAN-INT = WS-LOAN-INTEREST / 100
                   COMPUTE WS-DISP-LOAN-PRIN =
                           WS-LOAN-PRIN-PART / 100
                   COMPUTE WS-DISP-LOAN-BAL = WS-LOAN-BALANCE / 100
                   DISPLAY WS-SCHED-YEAR "-" WS-SCHED-MONTH "  "
                           WS-DISP-LOAN-INT "  " WS-DISP-LOAN-PRIN
                           "  " WS-DISP-LOAN-BAL
                   ADD 1 TO WS-LOAN-IDX
               END-IF
           END-PERFORM.

      *> ============================================================
      *> CMD: calendar - 未来 N 天的到期事项总日程
      *> 把各处各自记着日期的东西并成一张按日排序的日程:
      *> 周期规则的 next-run / 贷款扣款日 / 信用卡还款日 /
      *> 应收到期 / 应付到期 / 保单续保日 (来源 renewal, 金额
      *> 为续保保费) / 季度预估税款到期日 (来源 esttax, 金额取
      *> 该季工作单的建议额, 未跑过工作单时为 0), 同一天的合计
      *> 一条小计行;
      *> 早上跑一条命令代替以前的四条
      *> ============================================================
       CMD-CALENDAR.
      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Everything coming due in the next "
                   WS-ARG-DAYS " day(s)"
           DISPLAY " "
           DISPLAY "DATE        SOURCE      ITEM                "
                   "          AMOUNT"

           MOVE SPACES TO WS-CAL-PREV-DATE
           MOVE 0 TO WS-CAL-DAY-TOTAL WS-CAL-GRAND WS-CAL-COUNT
           CALL "calendar_begin" USING BY VALUE WS-ARG-DAYS
                                 RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "calendar_next"
                    USING BY REFERENCE WS-CAL-DATE
                          BY REFERENCE WS-CAL-SOURCE
                          BY REFERENCE WS-CAL-NAME
                          BY REFERENCE WS-CAL-AMOUNT
                    RETURNING WS-RC
               IF WS-RC = 0
      *>           按来源规则的顺延口径挪过的日期; 名义日不同时
      *>           行尾注出, 日小计按挪过之后的日子归
                   MOVE WS-CAL-DATE TO WS-CAL-NOMINAL
                   CALL "calendar_adjusted"
                        USING BY REFERENCE WS-CAL-DATE
                        RETURNING WS-RC-SAVE
                   PERFORM CALENDAR-ONE-ROW
               END-IF
           END-PERFORM
           CALL "calendar_end" RETURNING WS-RC

      *>   收尾: 最后一天的小计与总计
           IF WS-CAL-PREV-DATE NOT = SPACES
               PERFORM CALENDAR-DAY-BREAK
           END-IF
           MOVE WS-CAL-COUNT TO WS-CAL-COUNT-DISP
           COMPUTE WS-DISP-CAL-TOTAL = WS-CAL-GRAND / 100
           DISPLAY " "
           IF WS-CAL-COUNT = 0
               DISPLAY "Nothing due in the window"
           ELSE
               DISPLAY FUNCTION TRIM(WS-CAL-COUNT-DISP)
                       " item(s), grand total " WS-DISP-CAL-TOTAL
           END-IF.

      *> ---------------------------------------------------------
      *> 日程表中的一行: 跨到新的一天时先给上一天落小计
      *> ---------------------------------------------------------
       CALENDAR-ONE-ROW.
           IF WS-CAL-PREV-DATE NOT = SPACES
                   AND WS-CAL-DATE NOT = WS-CAL-PREV-DATE
               PERFORM CALENDAR-DAY-BREAK
           END-IF
           ADD 1 TO WS-CAL-COUNT
           ADD WS-CAL-AMOUNT TO WS-CAL-DAY-TOTAL
           ADD WS-CAL-AMOUNT TO WS-CAL-GRAND
           COMPUTE WS-DISP-CAL-AMOUNT = WS-CAL-AMOUNT / 100
           IF WS-CAL-DATE = WS-CAL-NOMINAL
               DISPLAY FUNCTION TRIM(WS-CAL-DATE) "  "
                       WS-CAL-SOURCE "  "
                       FUNCTION TRIM(WS-CAL-NAME) "  "
                       WS-DISP-CAL-AMOUNT
           ELSE
               DISPLAY FUNCTION TRIM(WS-CAL-DATE) "  "
                       WS-CAL-SOURCE "  "
                       FUNCTION TRIM(WS-CAL-NAME) "  "
                       WS-DISP-CAL-AMOUNT "  (nominal "
                       FUNCTION TRIM(WS-CAL-NOMINAL) ")"
           END-IF
           MOVE WS-CAL-DATE TO WS-CAL-PREV-DATE.

      *> ---------------------------------------------------------
       CALENDAR-DAY-BREAK.
           COMPUTE WS-DISP-CAL-TOTAL = WS-CAL-DAY-TOTAL / 100
           DISPLAY "            -- day total --               "
                   "    " WS-DISP-CAL-TOTAL
           MOVE 0 TO WS-CAL-DAY-TOTAL.

      *> ============================================================
      *> CMD: holiday - 工作日历维护 (add/delete/list/adjust/nth)
      *> 假日表按日历名分开 (国家或银行, 例如 us / target2 /
      *> mybank), 周六周日一律算非工作日. adjust 看某个日子按
      *> 顺延口径落到哪天, nth 给出某月第 N 个工作日 - 建
      *> "每月第 3 个工作日" 这类规则前先核一眼 (规则本身用
      *> --bizday N). 假日表是主档, 增删记主档变更流水
      *> ============================================================
       CMD-HOLIDAY.
           IF WS-SUBCOMMAND = "add" OR WS-SUBCOMMAND = "delete"
               CALL "db_open" USING BY REFERENCE WS-DB-PATH
                              RETURNING WS-RC
           ELSE
               CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                                 RETURNING WS-RC
           END-IF
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "add"
                   PERFORM HOLIDAY-ADD
               WHEN "delete"
                   PERFORM HOLIDAY-DELETE
               WHEN "list"
                   PERFORM HOLIDAY-LIST
               WHEN "adjust"
                   PERFORM HOLIDAY-ADJUST
               WHEN "nth"
                   PERFORM HOLIDAY-NTH
               WHEN OTHER
                   DISPLAY "Error: holiday requires a subcommand"
                   DISPLAY "Usage: ledger holiday add --date "
                           "YYYY-MM-DD --name <text> [--calendar C]"
                   DISPLAY "       ledger holiday delete --date "
                           "YYYY-MM-DD [--calendar C]"
                   DISPLAY "       ledger holiday list [--calendar C]"
                           " [--year YYYY]"
                   DISPLAY "       ledger holiday adjust --date "
                           "YYYY-MM-DD [--roll forward|back]"
                   DISPLAY "       ledger holiday nth --month YYYY-MM"
                           " --bizday N [--calendar C]"
                   DISPLAY "Date rules (recur/loan/account set-cycle/"
                           "ap/prepaid/asset) take --roll and "
                           "--calendar"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

       HOLIDAY-ADD.
           IF WS-ARG-DATE = SPACES OR WS-ARG-NAME = SPACES
               DISPLAY "Error: --date and --name are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "holiday_add" USING BY REFERENCE WS-BIZ-CALENDAR
                                    BY REFERENCE WS-ARG-DATE
                                    BY REFERENCE WS-ARG-NAME
                              RETURNING WS-RC
           IF WS-RC = 7
               DISPLAY "Error: " FUNCTION TRIM(WS-ARG-DATE)
                       " is already a holiday in calendar '"
                       FUNCTION TRIM(WS-BIZ-CALENDAR) "'"
               MOVE 7 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add holiday"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Holiday " FUNCTION TRIM(WS-ARG-DATE) " ("
                   FUNCTION TRIM(WS-ARG-NAME) ") added to calendar '"
                   FUNCTION TRIM(WS-BIZ-CALENDAR) "'"
           MOVE "holiday" TO WS-MCL-ENTITY
           MOVE WS-BIZ-CALENDAR TO WS-MCL-KEY
           MOVE WS-ARG-DATE TO WS-MCL-KEY2
           MOVE "add" TO WS-MCL-FIELD
           MOVE SPACES TO WS-MCL-BEFORE
           MOVE WS-ARG-NAME TO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-LOG.

       HOLIDAY-DELETE.
           IF WS-ARG-DATE = SPACES
               DISPLAY "Error: --date is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BIZ-NAME
           CALL "holiday_delete" USING BY REFERENCE WS-BIZ-CALENDAR
                                       BY REFERENCE WS-ARG-DATE
                                       BY REFERENCE WS-BIZ-NAME
                                 RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: " FUNCTION TRIM(WS-ARG-DATE)
                       " is not a holiday in calendar '"
                       FUNCTION TRIM(WS-BIZ-CALENDAR) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to delete holiday"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Holiday " FUNCTION TRIM(WS-ARG-DATE)
                   " removed from calendar '"
                   FUNCTION TRIM(WS-BIZ-CALENDAR) "'"
           MOVE "holiday" TO WS-MCL-ENTITY
           MOVE WS-BIZ-CALENDAR TO WS-MCL-KEY
           MOVE WS-ARG-DATE TO WS-MCL-KEY2
           MOVE "delete" TO WS-MCL-FIELD
           MOVE WS-BIZ-NAME TO WS-MCL-BEFORE
           MOVE SPACES TO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-LOG.

       HOLIDAY-LIST.
           DISPLAY "Calendar '" FUNCTION TRIM(WS-BIZ-CALENDAR) "'"
           DISPLAY "DATE        HOLIDAY"
           MOVE 0 TO WS-BIZ-COUNT
           CALL "holiday_list_begin"
                USING BY REFERENCE WS-BIZ-CALENDAR
                      BY REFERENCE WS-ARG-YEAR
                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "holiday_list_next"
                    USING BY REFERENCE WS-BIZ-DATE
                          BY REFERENCE WS-BIZ-NAME
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-BIZ-COUNT
                   DISPLAY WS-BIZ-DATE " " FUNCTION TRIM(WS-BIZ-NAME)
               END-IF
           END-PERFORM
           CALL "holiday_list_end" RETURNING WS-RC
           MOVE WS-BIZ-COUNT TO WS-BIZ-COUNT-DISP
           DISPLAY FUNCTION TRIM(WS-BIZ-COUNT-DISP) " holiday(s)".

      *> ---------------------------------------------------------
      *> HOLIDAY-ADJUST - 按本次口径 (--roll, 缺省 forward) 挪一个
      *> 日子; 与规则生成到期日时走的是同一个后端函数
      *> ---------------------------------------------------------
       HOLIDAY-ADJUST.
           IF WS-ARG-DATE = SPACES
               DISPLAY "Error: --date is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-ROLL = SPACES
               MOVE "forward" TO WS-BIZ-ROLL
           END-IF
           MOVE SPACES TO WS-BIZ-ADJ
           CALL "bizday_adjust" USING BY REFERENCE WS-ARG-DATE
                                      BY REFERENCE WS-BIZ-CALENDAR
                                      BY REFERENCE WS-BIZ-ROLL
                                      BY REFERENCE WS-BIZ-ADJ
                                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: invalid date "
                       FUNCTION TRIM(WS-ARG-DATE)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-BIZ-ADJ = WS-ARG-DATE
               DISPLAY FUNCTION TRIM(WS-ARG-DATE)
                       " is a business day in calendar '"
                       FUNCTION TRIM(WS-BIZ-CALENDAR) "'"
           ELSE
               DISPLAY FUNCTION TRIM(WS-ARG-DATE) " rolls "
                       FUNCTION TRIM(WS-BIZ-ROLL) " to "
                       FUNCTION TRIM(WS-BIZ-ADJ) " (calendar '"
                       FUNCTION TRIM(WS-BIZ-CALENDAR) "')"
           END-IF.

       HOLIDAY-NTH.
           IF WS-ARG-MONTH = SPACES OR WS-ARG-BIZDAY = 0
               DISPLAY "Error: --month and --bizday are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-BIZDAY TO WS-BIZ-N
           MOVE SPACES TO WS-BIZ-ADJ
           CALL "bizday_nth" USING BY REFERENCE WS-ARG-MONTH
                                   BY REFERENCE WS-BIZ-CALENDAR
                                   BY VALUE WS-BIZ-N
                                   BY REFERENCE WS-BIZ-ADJ
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: " FUNCTION TRIM(WS-ARG-MONTH)
                       " has fewer business days than that"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BIZ-N TO WS-BIZ-N-DISP
           DISPLAY "Business day " FUNCTION TRIM(WS-BIZ-N-DISP)
                   " of " FUNCTION TRIM(WS-ARG-MONTH) " is "
                   FUNCTION TRIM(WS-BIZ-ADJ) " (calendar '"
                   FUNCTION TRIM(WS-BIZ-CALENDAR) "')".

      *> ============================================================
      *> CMD: payoff - 清债计划器
      *> 把所有贷款余额与带息信用账户摊在一起, 按每月预算
      *> (--amount) 同时演算雪球 (先还余额最小的) 与雪崩
      *> (先还利率最高的) 两套时间表: 各自几个月还清/总利息
      *> 多少, 一目了然; --choose snowball|avalanche 把选定的
      *> 计划落成周期付款规则 (由后端按各债的月供建 recur 规则)
      *> ============================================================
       CMD-PAYOFF.
           IF WS-ARG-AMOUNT = SPACES
               DISPLAY "Error: --amount (monthly budget toward "
                       "debt) is required"
               DISPLAY "Usage: ledger payoff --amount 600 "
                       "[--choose snowball|avalanche]"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PFF-BUDGET ROUNDED =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
                   * 100
           IF WS-PFF-BUDGET <= 0
               DISPLAY "Error: amount must be greater than 0"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-CHOOSE NOT = SPACES
                   AND WS-ARG-CHOOSE NOT = "snowball"
                   AND WS-ARG-CHOOSE NOT = "avalanche"
               DISPLAY "Error: --choose must be snowball or "
                       "avalanche"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   只读演算; --choose 要落规则, 这时才取写锁
           IF WS-ARG-CHOOSE = SPACES
               CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                                 RETURNING WS-RC
           ELSE
               CALL "db_open" USING BY REFERENCE WS-DB-PATH
                              RETURNING WS-RC
               IF WS-RC = 6
                   DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
                   DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
                   MOVE 6 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   收集所有带息债务: 贷款余额 + 背着余额的信用账户
      *>   (月供: 贷款用年金月供, 信用账户用后端算的最低还款)
           MOVE 0 TO WS-PFF-COUNT WS-PFF-MIN-SUM
           CALL "debt_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "debt_list_next"
                    USING BY REFERENCE WS-LOAN-NAME
                          BY REFERENCE WS-LOAN-BALANCE
                          BY REFERENCE WS-LOAN-RATE-BPS
                          BY REFERENCE WS-LOAN-PAYMENT
                    RETURNING WS-RC
               IF WS-RC = 0 AND WS-PFF-COUNT < 20
                       AND WS-LOAN-BALANCE > 0
                   ADD 1 TO WS-PFF-COUNT
                   MOVE WS-LOAN-NAME
                        TO WS-PFF-NAME(WS-PFF-COUNT)
                   MOVE WS-LOAN-BALANCE
                        TO WS-PFF-BAL(WS-PFF-COUNT)
                   MOVE WS-LOAN-RATE-BPS
                        TO WS-PFF-RATE-BPS(WS-PFF-COUNT)
                   MOVE WS-LOAN-PAYMENT
                        TO WS-PFF-MINPAY(WS-PFF-COUNT)
                   ADD WS-LOAN-PAYMENT TO WS-PFF-MIN-SUM
               END-IF
           END-PERFORM
           CALL "debt_list_end" RETURNING WS-RC

           IF WS-PFF-COUNT = 0
               DISPLAY "No carrying debt - nothing to plan"
               EXIT PARAGRAPH
           END-IF
           IF WS-PFF-BUDGET < WS-PFF-MIN-SUM
               COMPUTE WS-DISP-PFF-MIN = WS-PFF-MIN-SUM / 100
               DISPLAY "Error: the minimum payments alone need "
                       WS-DISP-PFF-MIN
                       " per month - raise the budget"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Debts on file:"
           DISPLAY "NAME                  BALANCE      RATE-BPS  "
                   "MIN PAYMENT"
           PERFORM VARYING WS-PFF-IDX FROM 1 BY 1
                   UNTIL WS-PFF-IDX > WS-PFF-COUNT
               COMPUTE WS-DISP-PFF-BAL =
                       WS-PFF-BAL(WS-PFF-IDX) / 100
               COMPUTE WS-DISP-PFF-MIN =
                       WS-PFF-MINPAY(WS-PFF-IDX) / 100
               DISPLAY FUNCTION TRIM(WS-PFF-NAME(WS-PFF-IDX))
                       "  " WS-DISP-PFF-BAL "  "
                       WS-PFF-RATE-BPS(WS-PFF-IDX) "  "
                       WS-DISP-PFF-MIN
           END-PERFORM

           MOVE "snowball" TO WS-PFF-STRATEGY
           PERFORM PAYOFF-SIMULATE
           MOVE "avalanche" TO WS-PFF-STRATEGY
           PERFORM PAYOFF-SIMULATE

      *>   --choose: 把选定策略的月供安排落成周期付款规则
           IF WS-ARG-CHOOSE NOT = SPACES
               CALL "payoff_apply"
                    USING BY REFERENCE WS-ARG-CHOOSE
                          BY VALUE WS-PFF-BUDGET
                          BY REFERENCE WS-PFF-RULES
                    RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: could not create the payment "
                           "rules"
                   MOVE 2 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY " "
               DISPLAY WS-PFF-RULES " recurring payment rule(s) "
                       "created for the "
                       FUNCTION TRIM(WS-ARG-CHOOSE) " plan"
           END-IF.

      *> ---------------------------------------------------------
      *> 演算一种策略: 逐月计息 -> 各债先付月供 -> 余下的预算
      *> 全部砸向目标债 (雪球 = 余额最小者, 雪崩 = 利率最高者);
      *> 600 期封顶防付不起利息时死循环
      *> ---------------------------------------------------------
       PAYOFF-SIMULATE.
           PERFORM VARYING WS-PFF-IDX FROM 1 BY 1
                   UNTIL WS-PFF-IDX > WS-PFF-COUNT
               MOVE WS-PFF-BAL(WS-PFF-IDX)
                    TO WS-PFF-WORK(WS-PFF-IDX)
           END-PERFORM
           MOVE 0 TO WS-PFF-MONTHS WS-PFF-INTEREST
           MOVE 1 TO WS-PFF-REMAIN

           PERFORM UNTIL WS-PFF-REMAIN = 0
                   OR WS-PFF-MONTHS >= 600
               ADD 1 TO WS-PFF-MONTHS
               PERFORM PAYOFF-ONE-MONTH
               MOVE 0 TO WS-PFF-REMAIN
               PERFORM VARYING WS-PFF-IDX FROM 1 BY 1
                       UNTIL WS-PFF-IDX > WS-PFF-COUNT
                   IF WS-PFF-WORK(WS-PFF-IDX) > 0
                       MOVE 1 TO WS-PFF-REMAIN
                   END-IF
               END-PERFORM
           END-PERFORM

           COMPUTE WS-DISP-PFF-INT = WS-PFF-INTEREST / 100
           DISPLAY " "
           IF WS-PFF-MONTHS >= 600 AND WS-PFF-REMAIN = 1
               DISPLAY FUNCTION TRIM(WS-PFF-STRATEGY)
                       ": not paid off within 600 months - the "
                       "budget barely covers the interest"
           ELSE
               PERFORM PAYOFF-TARGET-DATE
               DISPLAY FUNCTION TRIM(WS-PFF-STRATEGY)
                       ": debt-free in " WS-PFF-MONTHS
                       " month(s) (" WS-SCHED-YEAR "-"
                       WS-SCHED-MONTH "), total interest "
                       WS-DISP-PFF-INT
           END-IF.

      *> ---------------------------------------------------------
      *> 演算一个月: 计息, 付各债月供, 多余预算给目标债
      *> ---------------------------------------------------------
       PAYOFF-ONE-MONTH.
           MOVE WS-PFF-BUDGET TO WS-PFF-EXTRA
           PERFORM VARYING WS-PFF-IDX FROM 1 BY 1
                   UNTIL WS-PFF-IDX > WS-PFF-COUNT
               IF WS-PFF-WORK(WS-PFF-IDX) > 0
      *>           本月利息滚进余额
                   COMPUTE WS-PFF-INT ROUNDED =
                           WS-PFF-WORK(WS-PFF-IDX)
                           * WS-PFF-RATE-BPS(WS-PFF-IDX) / 120000
                   ADD WS-PFF-INT TO WS-PFF-WORK(WS-PFF-IDX)
                   ADD WS-PFF-INT TO WS-PFF-INTEREST
      *>           先付月供 (不超过剩余余额)
                   MOVE WS-PFF-MINPAY(WS-PFF-IDX) TO WS-PFF-PAY
                   IF WS-PFF-PAY > WS-PFF-WORK(WS-PFF-IDX)
                       MOVE WS-PFF-WORK(WS-PFF-IDX)
                            TO WS-PFF-PAY
                   END-IF
                   SUBTRACT WS-PFF-PAY
                       FROM WS-PFF-WORK(WS-PFF-IDX)
                   SUBTRACT WS-PFF-PAY FROM WS-PFF-EXTRA
               END-IF
           END-PERFORM

      *>   多余预算砸向目标债, 目标清零后接着砸下一个
           PERFORM UNTIL WS-PFF-EXTRA <= 0
               PERFORM PAYOFF-PICK-TARGET
               IF WS-PFF-TARGET = 0
                   MOVE 0 TO WS-PFF-EXTRA
               ELSE
                   MOVE WS-PFF-EXTRA TO WS-PFF-PAY
                   IF WS-PFF-PAY > WS-PFF-WORK(WS-PFF-TARGET)
                       MOVE WS-PFF-WORK(WS-PFF-TARGET)
                            TO WS-PFF-PAY
                   END-IF
                   SUBTRACT WS-PFF-PAY
                       FROM WS-PFF-WORK(WS-PFF-TARGET)
                   SUBTRACT WS-PFF-PAY FROM WS-PFF-EXTRA
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 选目标债: 雪球 = 未清余额最小, 雪崩 = 利率最高
      *> ---------------------------------------------------------
       PAYOFF-PICK-TARGET.
           MOVE 0 TO WS-PFF-TARGET
           PERFORM VARYING WS-PFF-IDX FROM 1 BY 1
                   UNTIL WS-PFF-IDX > WS-PFF-COUNT
               IF WS-PFF-WORK(WS-PFF-IDX) > 0
                   IF WS-PFF-TARGET = 0
                       MOVE WS-PFF-IDX TO WS-PFF-TARGET
                   ELSE
                       IF WS-PFF-STRATEGY = "snowball"
                           IF WS-PFF-WORK(WS-PFF-IDX) <
                                   WS-PFF-WORK(WS-PFF-TARGET)
                               MOVE WS-PFF-IDX TO WS-PFF-TARGET
                           END-IF
                       ELSE
                           IF WS-PFF-RATE-BPS(WS-PFF-IDX) >
                                   WS-PFF-RATE-BPS(WS-PFF-TARGET)
                               MOVE WS-PFF-IDX TO WS-PFF-TARGET
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 从当前年月推算 N 个月后的还清年月
      *> ---------------------------------------------------------
       PAYOFF-TARGET-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
           MOVE WS-DT-YEAR TO WS-SCHED-YEAR
           MOVE WS-DT-MONTH TO WS-SCHED-MONTH
           MOVE 0 TO WS-PFF-IDX
           PERFORM UNTIL WS-PFF-IDX >= WS-PFF-MONTHS
               ADD 1 TO WS-SCHED-MONTH
               IF WS-SCHED-MONTH > 12
                   MOVE 1 TO WS-SCHED-MONTH
                   ADD 1 TO WS-SCHED-YEAR
               END-IF
               ADD 1 TO WS-PFF-IDX
           END-PERFORM.

      *> ============================================================
      *> CMD: cashflow - 现金流量分类对照表维护 (map/list)
      *> 把类别或账户大类 (--class) 对到经营/投资/筹资三段,
      *> 'report cashflow' 按这张表出现金流量表; 没对上的类别
      *> 在报表里点名而不是悄悄混进某一段
      *> ============================================================
       CMD-CASHFLOW.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "map"
                   PERFORM CASHFLOW-MAP
               WHEN "list"
                   PERFORM CASHFLOW-LIST
               WHEN OTHER
                   DISPLAY "Error: cashflow requires a subcommand"
                   DISPLAY "Usage: ledger cashflow map --category "
                           "<cat> --activity operating|investing|"
                           "financing"
                   DISPLAY "       ledger cashflow map --class "
                           "asset|liability|... --activity ..."
                   DISPLAY "       ledger cashflow list"
                   DISPLAY "       ledger report cashflow --month "
                           "YYYY-MM (or --from/--to)"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       CASHFLOW-MAP.
           IF WS-ARG-ACTIVITY NOT = "operating"
                   AND WS-ARG-ACTIVITY NOT = "investing"
                   AND WS-ARG-ACTIVITY NOT = "financing"
               DISPLAY "Error: --activity must be operating, "
                       "investing or financing"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-CATEGORY NOT = SPACES
               MOVE "category" TO WS-CF-KIND
               MOVE WS-ARG-CATEGORY TO WS-CF-NAME
           ELSE
               IF WS-ARG-CLASS NOT = SPACES
                   MOVE "class" TO WS-CF-KIND
                   MOVE WS-ARG-CLASS TO WS-CF-NAME
               ELSE
                   DISPLAY "Error: give --category or --class"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           CALL "cashflow_map_set" USING BY REFERENCE WS-CF-KIND
                                         BY REFERENCE WS-CF-NAME
                                         BY REFERENCE
                                             WS-ARG-ACTIVITY
                                   RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to record the mapping"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "'" FUNCTION TRIM(WS-CF-NAME) "' ("
                   FUNCTION TRIM(WS-CF-KIND) ") classified as "
                   FUNCTION TRIM(WS-ARG-ACTIVITY).

      *> ---------------------------------------------------------
       CASHFLOW-LIST.
           DISPLAY "KIND      NAME                  ACTIVITY"
           CALL "cashflow_map_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "cashflow_map_next"
                    USING BY REFERENCE WS-CF-KIND
                          BY REFERENCE WS-CF-NAME
                          BY REFERENCE WS-CF-ACTIVITY
                    RETURNING WS-RC
               IF WS-RC = 0
                   DISPLAY WS-CF-KIND "  "
                           FUNCTION TRIM(WS-CF-NAME) "  "
                           FUNCTION TRIM(WS-CF-ACTIVITY)
               END-IF
           END-PERFORM
           CALL "cashflow_map_end" RETURNING WS-RC.

      *> ============================================================
      *> REPORT: cashflow - 现金流量表 (经营/投资/筹资三段)
      *> 期初现金 + 三段净流量 = 期末现金, 对不平时明说;
      *> 没对到段的类别集中列在 UNCLASSIFIED 段点名 (银行要的
      *> 表不许有 "其他" 这种糊账)
      *> ============================================================
       REPORT-CASHFLOW.
           IF WS-ARG-MONTH NOT = SPACES
               MOVE WS-ARG-MONTH TO WS-RANGE-FROM-MONTH
               MOVE WS-ARG-MONTH TO WS-RANGE-TO-MONTH
           ELSE
               IF WS-ARG-FROM = SPACES OR WS-ARG-TO = SPACES
                   DISPLAY "Error: --month (or --from and --to) "
                           "is required"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ARG-FROM TO WS-RANGE-FROM-MONTH
               MOVE WS-ARG-TO TO WS-RANGE-TO-MONTH
           END-IF

      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   期初现金 = 起始月上月末的现金类账户合计,
      *>   期末现金 = 截止月末合计 (现金类 = asset 且
      *>   checking/savings/cash 性质, 由后端口径界定)
           MOVE WS-ARG-MONTH TO WS-ARG-MONTH-SAVE
           MOVE WS-RANGE-FROM-MONTH TO WS-ARG-MONTH
           PERFORM CALC-PREV-MONTH
           MOVE WS-STM-PREV-MONTH TO WS-ARG-MONTH
           PERFORM CALC-MONTH-END-DATE
           CALL "rpt_cash_balance"
                USING BY REFERENCE WS-MONTH-END-DATE
                      BY REFERENCE WS-CF-OPEN-CASH
                RETURNING WS-RC
           MOVE WS-RANGE-TO-MONTH TO WS-ARG-MONTH
           PERFORM CALC-MONTH-END-DATE
           CALL "rpt_cash_balance"
                USING BY REFERENCE WS-MONTH-END-DATE
                      BY REFERENCE WS-CF-CLOSE-CASH
                RETURNING WS-RC
           MOVE WS-ARG-MONTH-SAVE TO WS-ARG-MONTH

           DISPLAY " "
           DISPLAY "Statement of cash flows, "
                   FUNCTION TRIM(WS-RANGE-FROM-MONTH) " to "
                   FUNCTION TRIM(WS-RANGE-TO-MONTH)
           COMPUTE WS-DISP-CF-OPEN = WS-CF-OPEN-CASH / 100
           DISPLAY " "
           DISPLAY "Opening cash:          " WS-DISP-CF-OPEN

      *>   三段明细 (游标按段排序送回, 段变时落小计)
           MOVE SPACES TO WS-CF-PREV-ACT
           MOVE 0 TO WS-CF-SECTION-TOTAL WS-CF-NET-TOTAL
                      WS-CF-UNCLASS
           CALL "rpt_cashflow_begin"
                USING BY REFERENCE WS-RANGE-FROM-MONTH
                      BY REFERENCE WS-RANGE-TO-MONTH
                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "rpt_cashflow_next"
                    USING BY REFERENCE WS-CF-ACTIVITY
                          BY REFERENCE WS-CF-NAME
                          BY REFERENCE WS-CF-AMOUNT
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM CASHFLOW-ONE-ROW
               END-IF
           END-PERFORM
           CALL "rpt_cashflow_end" RETURNING WS-RC
           IF WS-CF-PREV-ACT NOT = SPACES
               PERFORM CASHFLOW-SECTION-BREAK
           END-IF

           COMPUTE WS-DISP-CF-TOTAL = WS-CF-NET-TOTAL / 100
           COMPUTE WS-DISP-CF-CLOSE = WS-CF-CLOSE-CASH / 100
           DISPLAY " "
           DISPLAY "Net change in cash:    " WS-DISP-CF-TOTAL
           DISPLAY "Closing cash:          " WS-DISP-CF-CLOSE
           COMPUTE WS-CF-AMOUNT = WS-CF-OPEN-CASH
                   + WS-CF-NET-TOTAL - WS-CF-CLOSE-CASH
           IF WS-CF-AMOUNT NOT = 0
               COMPUTE WS-DISP-CF-AMT = WS-CF-AMOUNT / 100
               DISPLAY "Warning: opening + flows does not "
                       "reconcile to closing (off by "
                       WS-DISP-CF-AMT ")"
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           IF WS-CF-UNCLASS > 0
               MOVE WS-CF-UNCLASS TO WS-CF-UNCLASS-DISP
               DISPLAY "Warning: "
                       FUNCTION TRIM(WS-CF-UNCLASS-DISP)
                       " unclassified line(s) above - map them "
                       "with 'ledger cashflow map'"
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
      *> 现金流量表中的一行: 段变时先落上一段的小计
      *> ---------------------------------------------------------
       CASHFLOW-ONE-ROW.
           IF WS-CF-PREV-ACT NOT = SPACES
                   AND WS-CF-ACTIVITY NOT = WS-CF-PREV-ACT
               PERFORM CASHFLOW-SECTION-BREAK
           END-IF
           IF WS-CF-PREV-ACT = SPACES
                   OR WS-CF-ACTIVITY NOT = WS-CF-PREV-ACT
               DISPLAY " "
               DISPLAY FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CF-ACTIVITY))
                       " activities:"
           END-IF
           IF FUNCTION TRIM(WS-CF-ACTIVITY) = "unclassified"
               ADD 1 TO WS-CF-UNCLASS
           END-IF
           ADD WS-CF-AMOUNT TO WS-CF-SECTION-TOTAL
           ADD WS-CF-AMOUNT TO WS-CF-NET-TOTAL
           COMPUTE WS-DISP-CF-AMT = WS-CF-AMOUNT / 100
           DISPLAY "- " FUNCTION TRIM(WS-CF-NAME) "  "
                   WS-DISP-CF-AMT
           MOVE WS-CF-ACTIVITY TO WS-CF-PREV-ACT.

      *> ---------------------------------------------------------
       CASHFLOW-SECTION-BREAK.
           COMPUTE WS-DISP-CF-TOTAL = WS-CF-SECTION-TOTAL / 100
           DISPLAY "  subtotal:            " WS-DISP-CF-TOTAL
           MOVE 0 TO WS-CF-SECTION-TOTAL.

      *> ============================================================
      *> CHART - 报表的 SVG / HTML 图 (不借外部工具)
      *> trend 与 networth --history 画折线, matrix 画按月堆叠
      *> 柱, budget 画实际柱对预算刻线; 带纵横轴标注与图例.
      *> 报表把数据灌进 WS-CHT-SERIES (至多 8 条 x 60 点, 以分
      *> 计), 置好 WS-CHT-KIND / NAME / TITLE / XTITLE 后调
      *> CHART-WRITE; 画布 900x480, 绘图区 x 90-690, y 60-360,
      *> 图例在右侧. --format html 时外包一页独立 HTML
      *> ============================================================
       CHART-FORMAT-CHECK.
           MOVE 0 TO WS-CHT-ON WS-CHT-HTML
           IF WS-ARG-FORMAT = "svg"
               MOVE 1 TO WS-CHT-ON
           END-IF
           IF WS-ARG-FORMAT = "html"
               MOVE 1 TO WS-CHT-ON WS-CHT-HTML
           END-IF.

      *> ---------------------------------------------------------
       CHART-RESET.
           MOVE 0 TO WS-CHT-X-COUNT WS-CHT-S-COUNT
           MOVE SPACES TO WS-CHT-XLAB-TABLE WS-CHT-TITLE
           INITIALIZE WS-CHT-SERIES-TABLE.

      *> ---------------------------------------------------------
      *> 报表命令的出图: 路径取 --out, 否则 ./export/<名>.svg|html
      *> ---------------------------------------------------------
       CHART-REPORT-OUT.
           MOVE SPACES TO WS-CHT-PATH
           IF WS-OUT-PATH NOT = SPACES
               MOVE WS-OUT-PATH TO WS-CHT-PATH
           ELSE
               STRING "./export/" FUNCTION TRIM(WS-CHT-NAME) "."
                      FUNCTION TRIM(WS-ARG-FORMAT)
                      DELIMITED SIZE INTO WS-CHT-PATH
           END-IF
           PERFORM CHART-WRITE
           IF WS-CHT-RC NOT = 0
               DISPLAY "Error: Cannot write "
                       FUNCTION TRIM(WS-CHT-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Chart written to " FUNCTION TRIM(WS-CHT-PATH).

      *> ---------------------------------------------------------
      *> CHART-WRITE - 把 WS-CHT-* 画进 WS-CHT-PATH, 结果码回
      *> WS-CHT-RC (0 成功, 4 文件)
      *> ---------------------------------------------------------
       CHART-WRITE.
           MOVE 0 TO WS-CHT-RC
           OPEN OUTPUT CHART-FILE
           IF WS-CHT-STATUS NOT = "00"
               MOVE 4 TO WS-CHT-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM CHART-SCALE
           IF WS-CHT-X-COUNT > 0
               COMPUTE WS-CHT-SLOT = 600 / WS-CHT-X-COUNT
           ELSE
               MOVE 600 TO WS-CHT-SLOT
           END-IF

           MOVE WS-CHT-TITLE TO WS-SAFT-RAW
           PERFORM SAFT-ESCAPE
           IF WS-CHT-HTML = 1
               MOVE "<!DOCTYPE html>" TO WS-CHT-OUT
               PERFORM CHART-PUT
               MOVE "<html><head><meta charset='utf-8'>"
                    TO WS-CHT-OUT
               PERFORM CHART-PUT
               MOVE SPACES TO WS-CHT-OUT
               STRING "<title>" WS-SAFT-ESC(1:WS-SAFT-ESC-LEN)
                      "</title></head><body>"
                      DELIMITED SIZE INTO WS-CHT-OUT
               PERFORM CHART-PUT
           END-IF
           MOVE SPACES TO WS-CHT-OUT
           STRING "<svg xmlns='http://www.w3.org/2000/svg' "
                  "width='900' height='480' viewBox='0 0 900 480' "
                  "font-family='sans-serif' font-size='12'>"
                  DELIMITED SIZE INTO WS-CHT-OUT
           PERFORM CHART-PUT
           STRING "<rect x='0' y='0' width='900' height='480' "
                  "fill='#ffffff'/>"
                  DELIMITED SIZE INTO WS-CHT-OUT
           PERFORM CHART-PUT
           MOVE SPACES TO WS-CHT-OUT
           STRING "<text x='90' y='32' font-size='16' "
                  "font-weight='bold'>"
                  WS-SAFT-ESC(1:WS-SAFT-ESC-LEN) "</text>"
                  DELIMITED SIZE INTO WS-CHT-OUT
           PERFORM CHART-PUT

           PERFORM CHART-AXES
           EVALUATE WS-CHT-KIND
               WHEN "line"
                   PERFORM CHART-LINES
               WHEN "stack"
                   PERFORM CHART-STACKS
               WHEN "target"
                   PERFORM CHART-TARGETS
           END-EVALUATE
           PERFORM CHART-LEGEND

           MOVE "</svg>" TO WS-CHT-OUT
           PERFORM CHART-PUT
           IF WS-CHT-HTML = 1
               MOVE "</body></html>" TO WS-CHT-OUT
               PERFORM CHART-PUT
           END-IF
           CLOSE CHART-FILE.

      *> ---------------------------------------------------------
      *> 纵轴量程: 折线 / 对比取各点极值, 堆叠取每月正数之和;
      *> 恒含 0. 格距取 1/2/5 x 10^n 且不小于 1 元, 上下界
      *> 向外取整到格距
      *> ---------------------------------------------------------
       CHART-SCALE.
           MOVE 0 TO WS-CHT-MAX WS-CHT-MIN
           PERFORM VARYING WS-CHT-X FROM 1 BY 1
                   UNTIL WS-CHT-X > WS-CHT-X-COUNT
               MOVE 0 TO WS-CHT-SUM
               PERFORM VARYING WS-CHT-S FROM 1 BY 1
                       UNTIL WS-CHT-S > WS-CHT-S-COUNT
                   MOVE WS-CHT-VAL(WS-CHT-S, WS-CHT-X) TO WS-CHT-V
                   IF WS-CHT-KIND = "stack"
                       IF WS-CHT-V > 0
                           ADD WS-CHT-V TO WS-CHT-SUM
                       END-IF
                   ELSE
                       IF WS-CHT-V > WS-CHT-MAX
                           MOVE WS-CHT-V TO WS-CHT-MAX
                       END-IF
                       IF WS-CHT-V < WS-CHT-MIN
                           MOVE WS-CHT-V TO WS-CHT-MIN
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CHT-SUM > WS-CHT-MAX
                   MOVE WS-CHT-SUM TO WS-CHT-MAX
               END-IF
           END-PERFORM

           COMPUTE WS-CHT-RAW = (WS-CHT-MAX - WS-CHT-MIN + 4) / 5
           MOVE 1 TO WS-CHT-MAG
           PERFORM UNTIL WS-CHT-MAG * 10 > WS-CHT-RAW
               COMPUTE WS-CHT-MAG = WS-CHT-MAG * 10
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CHT-RAW <= WS-CHT-MAG
                   MOVE WS-CHT-MAG TO WS-CHT-STEP
               WHEN WS-CHT-RAW <= WS-CHT-MAG * 2
                   COMPUTE WS-CHT-STEP = WS-CHT-MAG * 2
               WHEN WS-CHT-RAW <= WS-CHT-MAG * 5
                   COMPUTE WS-CHT-STEP = WS-CHT-MAG * 5
               WHEN OTHER
                   COMPUTE WS-CHT-STEP = WS-CHT-MAG * 10
           END-EVALUATE
           IF WS-CHT-STEP < 100
               MOVE 100 TO WS-CHT-STEP
           END-IF
      *>   分两步算, 让整数截断落在中间结果上
           COMPUTE WS-CHT-TICK =
                   (WS-CHT-MAX + WS-CHT-STEP - 1) / WS-CHT-STEP
           COMPUTE WS-CHT-MAX = WS-CHT-TICK * WS-CHT-STEP
           IF WS-CHT-MIN < 0
               COMPUTE WS-CHT-TICK =
                       (0 - WS-CHT-MIN + WS-CHT-STEP - 1)
                       / WS-CHT-STEP
               COMPUTE WS-CHT-MIN = 0 - WS-CHT-TICK * WS-CHT-STEP
           END-IF
           IF WS-CHT-MAX = WS-CHT-MIN
               COMPUTE WS-CHT-MAX = WS-CHT-MIN + WS-CHT-STEP
           END-IF.

      *> ---------------------------------------------------------
      *> 金额 WS-CHT-V -> 纵坐标 WS-CHT-PY; 第 WS-CHT-X 点 ->
      *> 横坐标 WS-CHT-PX (格子中点)
      *> ---------------------------------------------------------
       CHART-Y.
           COMPUTE WS-CHT-PY ROUNDED = 360 -
                   (WS-CHT-V - WS-CHT-MIN) * 300
                   / (WS-CHT-MAX - WS-CHT-MIN).

       CHART-X.
           COMPUTE WS-CHT-PX = 90 + WS-CHT-SLOT * (WS-CHT-X - 1)
                   + WS-CHT-SLOT / 2.

      *> ---------------------------------------------------------
      *> 第 WS-CHT-S 条序列的颜色
      *> ---------------------------------------------------------
       CHART-COLOR.
           EVALUATE WS-CHT-S
               WHEN 1 MOVE "#4e79a7" TO WS-CHT-COLOR
               WHEN 2 MOVE "#f28e2b" TO WS-CHT-COLOR
               WHEN 3 MOVE "#59a14f" TO WS-CHT-COLOR
               WHEN 4 MOVE "#e15759" TO WS-CHT-COLOR
               WHEN 5 MOVE "#76b7b2" TO WS-CHT-COLOR
               WHEN 6 MOVE "#edc948" TO WS-CHT-COLOR
               WHEN 7 MOVE "#b07aa1" TO WS-CHT-COLOR
               WHEN OTHER MOVE "#9c755f" TO WS-CHT-COLOR
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 格线与纵轴刻度, 纵轴与零线, 横轴标签 (斜排; 点多时隔
      *> 几个标一个, 至多约 12 个), 两轴标题
      *> ---------------------------------------------------------
       CHART-AXES.
           MOVE WS-CHT-MIN TO WS-CHT-TICK
           PERFORM UNTIL WS-CHT-TICK > WS-CHT-MAX
               MOVE WS-CHT-TICK TO WS-CHT-V
               PERFORM CHART-Y
               MOVE WS-CHT-PY TO WS-CHT-N1
               COMPUTE WS-CHT-N2 = WS-CHT-PY + 4
               COMPUTE WS-CHT-AMT-DISP = WS-CHT-TICK / 100
               MOVE SPACES TO WS-CHT-OUT
               STRING "<line x1='90' x2='690' y1='"
                      FUNCTION TRIM(WS-CHT-N1) "' y2='"
                      FUNCTION TRIM(WS-CHT-N1)
                      "' stroke='#dddddd'/>"
                      DELIMITED SIZE INTO WS-CHT-OUT
               PERFORM CHART-PUT
               MOVE SPACES TO WS-CHT-OUT
               STRING "<text x='84' y='" FUNCTION TRIM(WS-CHT-N2)
                      "' text-anchor='end'>"
                      FUNCTION TRIM(WS-CHT-AMT-DISP) "</text>"
                      DELIMITED SIZE INTO WS-CHT-OUT
               PERFORM CHART-PUT
               ADD WS-CHT-STEP TO WS-CHT-TICK
           END-PERFORM

           STRING "<line x1='90' x2='90' y1='60' y2='360' "
                  "stroke='#333333'/>"
                  DELIMITED SIZE INTO WS-CHT-OUT
           PERFORM CHART-PUT
           MOVE 0 TO WS-CHT-V
           PERFORM CHART-Y
           MOVE WS-CHT-PY TO WS-CHT-N1
           MOVE SPACES TO WS-CHT-OUT
           STRING "<line x1='90' x2='690' y1='"
                  FUNCTION TRIM(WS-CHT-N1) "' y2='"
                  FUNCTION TRIM(WS-CHT-N1) "' stroke='#333333'/>"
                  DELIMITED SIZE INTO WS-CHT-OUT
           PERFORM CHART-PUT

           IF WS-CHT-KIND = "target"
               MOVE 1 TO WS-CHT-EVERY
           ELSE
               COMPUTE WS-CHT-EVERY = (WS-CHT-X-COUNT + 11) / 12
           END-IF
           PERFORM VARYING WS-CHT-X FROM 1 BY 1
                   UNTIL WS-CHT-X > WS-CHT-X-COUNT
               DIVIDE WS-CHT-EVERY INTO WS-CHT-X
                      GIVING WS-CHT-Q REMAINDER WS-CHT-REM
               IF WS-CHT-REM = 1 OR WS-CHT-EVERY = 1
                   PERFORM CHART-X
                   MOVE WS-CHT-PX TO WS-CHT-N1
                   MOVE WS-CHT-XLAB(WS-CHT-X) TO WS-SAFT-RAW
                   PERFORM SAFT-ESCAPE
                   MOVE SPACES TO WS-CHT-OUT
                   STRING "<text x='" FUNCTION TRIM(WS-CHT-N1)
                          "' y='376' text-anchor='end' "
                          "transform='rotate(-40 "
                          FUNCTION TRIM(WS-CHT-N1) " 376)'>"
                          WS-SAFT-ESC(1:WS-SAFT-ESC-LEN) "</text>"
                          DELIMITED SIZE INTO WS-CHT-OUT
                   PERFORM CHART-PUT
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-CHT-OUT
           STRING "<text x='22' y='210' text-anchor='middle' "
                  "transform='rotate(-90 22 210)'>Amount ("
                  FUNCTION TRIM(WS-DEFAULT-CURRENCY) ")</text>"
                  DELIMITED SIZE INTO WS-CHT-OUT
           PERFORM CHART-PUT
           MOVE SPACES TO WS-CHT-OUT
           STRING "<text x='390' y='470' text-anchor='middle'>"
                  FUNCTION TRIM(WS-CHT-XTITLE) "</text>"
                  DELIMITED SIZE INTO WS-CHT-OUT
           PERFORM CHART-PUT.

      *> ---------------------------------------------------------
      *> 折线: 每条序列一根 polyline, 各点加圆点 (悬停见数值)
      *> ---------------------------------------------------------
       CHART-LINES.
           PERFORM VARYING WS-CHT-S FROM 1 BY 1
                   UNTIL WS-CHT-S > WS-CHT-S-COUNT
               PERFORM CHART-COLOR
               MOVE SPACES TO WS-CHT-OUT
               STRING "<polyline fill='none' stroke-width='2' "
                      "stroke='" WS-CHT-COLOR "' points='"
                      DELIMITED SIZE INTO WS-CHT-OUT
               PERFORM CHART-PUT
               PERFORM VARYING WS-CHT-X FROM 1 BY 1
                       UNTIL WS-CHT-X > WS-CHT-X-COUNT
                   PERFORM CHART-X
                   MOVE WS-CHT-VAL(WS-CHT-S, WS-CHT-X) TO WS-CHT-V
                   PERFORM CHART-Y
                   MOVE WS-CHT-PX TO WS-CHT-N1
                   MOVE WS-CHT-PY TO WS-CHT-N2
                   MOVE SPACES TO WS-CHT-OUT
                   STRING "  " FUNCTION TRIM(WS-CHT-N1) ","
                          FUNCTION TRIM(WS-CHT-N2)
                          DELIMITED SIZE INTO WS-CHT-OUT
                   PERFORM CHART-PUT
               END-PERFORM
               MOVE "'/>" TO WS-CHT-OUT
               PERFORM CHART-PUT
               PERFORM VARYING WS-CHT-X FROM 1 BY 1
                       UNTIL WS-CHT-X > WS-CHT-X-COUNT
                   PERFORM CHART-X
                   MOVE WS-CHT-VAL(WS-CHT-S, WS-CHT-X) TO WS-CHT-V
                   PERFORM CHART-Y
                   MOVE WS-CHT-PX TO WS-CHT-N1
                   MOVE WS-CHT-PY TO WS-CHT-N2
                   COMPUTE WS-CHT-VAL-DISP = WS-CHT-V / 100
                   MOVE WS-CHT-XLAB(WS-CHT-X) TO WS-SAFT-RAW
                   PERFORM SAFT-ESCAPE
                   MOVE SPACES TO WS-CHT-OUT
                   STRING "<circle cx='" FUNCTION TRIM(WS-CHT-N1)
                          "' cy='" FUNCTION TRIM(WS-CHT-N2)
                          "' r='3' fill='" WS-CHT-COLOR "'><title>"
                          WS-SAFT-ESC(1:WS-SAFT-ESC-LEN) ": "
                          FUNCTION TRIM(WS-CHT-VAL-DISP)
                          "</title></circle>"
                          DELIMITED SIZE INTO WS-CHT-OUT
                   PERFORM CHART-PUT
               END-PERFORM
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 堆叠柱: 每个横轴点一根柱, 各序列的正数自下而上叠放
      *> ---------------------------------------------------------
       CHART-STACKS.
           COMPUTE WS-CHT-BW = WS-CHT-SLOT * 6 / 10
           PERFORM VARYING WS-CHT-X FROM 1 BY 1
                   UNTIL WS-CHT-X > WS-CHT-X-COUNT
               PERFORM CHART-X
               MOVE 0 TO WS-CHT-BASE
               PERFORM VARYING WS-CHT-S FROM 1 BY 1
                       UNTIL WS-CHT-S > WS-CHT-S-COUNT
                   IF WS-CHT-VAL(WS-CHT-S, WS-CHT-X) > 0
                       PERFORM CHART-COLOR
                       MOVE WS-CHT-BASE TO WS-CHT-V
                       PERFORM CHART-Y
                       MOVE WS-CHT-PY TO WS-CHT-PY0
                       ADD WS-CHT-VAL(WS-CHT-S, WS-CHT-X)
                           TO WS-CHT-BASE
                       MOVE WS-CHT-BASE TO WS-CHT-V
                       PERFORM CHART-Y
                       COMPUTE WS-CHT-VAL-DISP =
                               WS-CHT-VAL(WS-CHT-S, WS-CHT-X) / 100
                       MOVE WS-CHT-S-NAME(WS-CHT-S) TO WS-SAFT-RAW
                       PERFORM CHART-BAR
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 实际对目标: 序列 1 为柱 (超出目标的柱标红), 序列 2 为
      *> 横在柱上的目标刻线
      *> ---------------------------------------------------------
       CHART-TARGETS.
           COMPUTE WS-CHT-BW = WS-CHT-SLOT * 6 / 10
           PERFORM VARYING WS-CHT-X FROM 1 BY 1
                   UNTIL WS-CHT-X > WS-CHT-X-COUNT
               PERFORM CHART-X
               MOVE 0 TO WS-CHT-V
               PERFORM CHART-Y
               MOVE WS-CHT-PY TO WS-CHT-PY0
               MOVE WS-CHT-VAL(1, WS-CHT-X) TO WS-CHT-V
               PERFORM CHART-Y
               IF WS-CHT-VAL(1, WS-CHT-X) > WS-CHT-VAL(2, WS-CHT-X)
                   MOVE "#e15759" TO WS-CHT-COLOR
               ELSE
                   MOVE "#4e79a7" TO WS-CHT-COLOR
               END-IF
               COMPUTE WS-CHT-VAL-DISP = WS-CHT-V / 100
               MOVE WS-CHT-XLAB(WS-CHT-X) TO WS-SAFT-RAW
               PERFORM CHART-BAR

               MOVE WS-CHT-VAL(2, WS-CHT-X) TO WS-CHT-V
               PERFORM CHART-Y
               COMPUTE WS-CHT-N1 = WS-CHT-PX - WS-CHT-BW / 2 - 4
               COMPUTE WS-CHT-N2 = WS-CHT-PX + WS-CHT-BW / 2 + 4
               MOVE WS-CHT-PY TO WS-CHT-N3
               COMPUTE WS-CHT-VAL-DISP = WS-CHT-V / 100
               MOVE SPACES TO WS-CHT-OUT
               STRING "<line x1='" FUNCTION TRIM(WS-CHT-N1)
                      "' x2='" FUNCTION TRIM(WS-CHT-N2)
                      "' y1='" FUNCTION TRIM(WS-CHT-N3)
                      "' y2='" FUNCTION TRIM(WS-CHT-N3)
                      "' stroke='#222222' stroke-width='3'>"
                      "<title>Budget: "
                      FUNCTION TRIM(WS-CHT-VAL-DISP)
                      "</title></line>"
                      DELIMITED SIZE INTO WS-CHT-OUT
               PERFORM CHART-PUT
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 一段柱: 横在 WS-CHT-PX 两侧各半个柱宽, 纵向介于
      *> WS-CHT-PY0 与 WS-CHT-PY 之间; 提示文字取 WS-SAFT-RAW
      *> 与 WS-CHT-VAL-DISP
      *> ---------------------------------------------------------
       CHART-BAR.
           PERFORM SAFT-ESCAPE
           COMPUTE WS-CHT-N1 = WS-CHT-PX - WS-CHT-BW / 2
           MOVE WS-CHT-BW TO WS-CHT-N3
           IF WS-CHT-PY <= WS-CHT-PY0
               MOVE WS-CHT-PY TO WS-CHT-N2
               COMPUTE WS-CHT-N4 = WS-CHT-PY0 - WS-CHT-PY
           ELSE
               MOVE WS-CHT-PY0 TO WS-CHT-N2
               COMPUTE WS-CHT-N4 = WS-CHT-PY - WS-CHT-PY0
           END-IF
           MOVE SPACES TO WS-CHT-OUT
           STRING "<rect x='" FUNCTION TRIM(WS-CHT-N1)
                  "' y='" FUNCTION TRIM(WS-CHT-N2)
                  "' width='" FUNCTION TRIM(WS-CHT-N3)
                  "' height='" FUNCTION TRIM(WS-CHT-N4)
                  "' fill='" WS-CHT-COLOR "'>"
                  DELIMITED SIZE INTO WS-CHT-OUT
           PERFORM CHART-PUT
           MOVE SPACES TO WS-CHT-OUT
           STRING "<title>" WS-SAFT-ESC(1:WS-SAFT-ESC-LEN) ": "
                  FUNCTION TRIM(WS-CHT-VAL-DISP) "</title></rect>"
                  DELIMITED SIZE INTO WS-CHT-OUT
           PERFORM CHART-PUT.

      *> ---------------------------------------------------------
      *> 图例: 右侧逐条色块 + 名称; 对比图为 实际 / 目标刻线 /
      *> 超出目标 三项
      *> ---------------------------------------------------------
       CHART-LEGEND.
           PERFORM VARYING WS-CHT-S FROM 1 BY 1
                   UNTIL WS-CHT-S > WS-CHT-S-COUNT
               COMPUTE WS-CHT-PY = 60 + (WS-CHT-S - 1) * 22
               PERFORM CHART-COLOR
               IF WS-CHT-KIND = "target" AND WS-CHT-S = 2
                   COMPUTE WS-CHT-N1 = WS-CHT-PY + 6
                   MOVE SPACES TO WS-CHT-OUT
                   STRING "<line x1='708' x2='726' y1='"
                          FUNCTION TRIM(WS-CHT-N1) "' y2='"
                          FUNCTION TRIM(WS-CHT-N1)
                          "' stroke='#222222' stroke-width='3'/>"
                          DELIMITED SIZE INTO WS-CHT-OUT
               ELSE
                   IF WS-CHT-KIND = "target"
                       MOVE "#4e79a7" TO WS-CHT-COLOR
                   END-IF
                   MOVE WS-CHT-PY TO WS-CHT-N1
                   MOVE SPACES TO WS-CHT-OUT
                   STRING "<rect x='710' y='" FUNCTION TRIM(WS-CHT-N1)
                          "' width='14' height='12' fill='"
                          WS-CHT-COLOR "'/>"
                          DELIMITED SIZE INTO WS-CHT-OUT
               END-IF
               PERFORM CHART-PUT
               MOVE WS-CHT-S-NAME(WS-CHT-S)(1:24) TO WS-SAFT-RAW
               PERFORM CHART-LEGEND-TEXT
           END-PERFORM
           IF WS-CHT-KIND = "target"
               COMPUTE WS-CHT-PY = 60 + WS-CHT-S-COUNT * 22
               MOVE WS-CHT-PY TO WS-CHT-N1
               MOVE SPACES TO WS-CHT-OUT
               STRING "<rect x='710' y='" FUNCTION TRIM(WS-CHT-N1)
                      "' width='14' height='12' fill='#e15759'/>"
                      DELIMITED SIZE INTO WS-CHT-OUT
               PERFORM CHART-PUT
               MOVE "Over budget" TO WS-SAFT-RAW
               PERFORM CHART-LEGEND-TEXT
           END-IF.

       CHART-LEGEND-TEXT.
           PERFORM SAFT-ESCAPE
           COMPUTE WS-CHT-N2 = WS-CHT-PY + 11
           MOVE SPACES TO WS-CHT-OUT
           STRING "<text x='732' y='" FUNCTION TRIM(WS-CHT-N2) "'>"
                  WS-SAFT-ESC(1:WS-SAFT-ESC-LEN) "</text>"
                  DELIMITED SIZE INTO WS-CHT-OUT
           PERFORM CHART-PUT.

      *> ---------------------------------------------------------
       CHART-PUT.
           MOVE WS-CHT-OUT TO WS-CHT-LINE
           WRITE WS-CHT-LINE
           MOVE SPACES TO WS-CHT-OUT.

      *> ============================================================
      *> CMD: pack - 月结报表包
      *> 一条命令把整月的报表簇写进带日期的目录 (month/budget/
      *> networth/aging/ap-aging/trial-balance/exceptions/matrix/
      *> tax 各一个定宽文件, --with kpi 再加一份健康看板,
      *> --with books 再加四本特种日记账, --with charts 再加
      *> matrix/networth/budget 三张 SVG 图, --layout 再加至多
      *> 五份自定义版式的打印件) 并附
      *> 清单; 清单只有在类别小计与
      *> 总额对得上 (CMD-SUMMARY/CMD-VERIFY 的同一核对) 时才盖
      *> FINAL, 否则留 DRAFT 并以非零返回码收场 - 审计师要的是
      *> 整本卷宗, 不是一封邮件一张表
      *> ============================================================
       CMD-PACK.
           IF WS-ARG-MONTH = SPACES
               DISPLAY "Error: --month is required"
               DISPLAY "Usage: ledger pack --month YYYY-MM "
                       "[--with kpi,books,charts] [--layout a,b]"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PACK-WITH-KPI WS-PACK-WITH-BOOKS
                     WS-PACK-WITH-CHARTS
           INITIALIZE WS-CHT-PK-TABLE
           IF WS-ARG-WITH NOT = SPACES
               MOVE SPACES TO WS-PACK-W1 WS-PACK-W2 WS-PACK-W3
               UNSTRING WS-ARG-WITH DELIMITED BY ","
                   INTO WS-PACK-W1 WS-PACK-W2 WS-PACK-W3
               END-UNSTRING
               MOVE WS-PACK-W1 TO WS-PACK-NAME
               PERFORM PACK-WITH-ONE
               MOVE WS-PACK-W2 TO WS-PACK-NAME
               PERFORM PACK-WITH-ONE
               MOVE WS-PACK-W3 TO WS-PACK-NAME
               PERFORM PACK-WITH-ONE
               IF WS-RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *>   --layout 的版式排在第 15 份之后
           MOVE 0 TO WS-LAY-PACK-COUNT
           MOVE SPACES TO WS-LAY-PACK-TABLE
           IF WS-ARG-LAYOUT NOT = SPACES
               UNSTRING WS-ARG-LAYOUT DELIMITED BY ","
                   INTO WS-LAY-PACK-NAME(1) WS-LAY-PACK-NAME(2)
                        WS-LAY-PACK-NAME(3) WS-LAY-PACK-NAME(4)
                        WS-LAY-PACK-NAME(5)
               END-UNSTRING
               PERFORM VARYING WS-LAY-TOK-IDX FROM 1 BY 1
                       UNTIL WS-LAY-TOK-IDX > 5
                   IF WS-LAY-PACK-NAME(WS-LAY-TOK-IDX) NOT = SPACES
                       ADD 1 TO WS-LAY-PACK-COUNT
                       MOVE FUNCTION TRIM(
                            WS-LAY-PACK-NAME(WS-LAY-TOK-IDX))
                            TO WS-LAY-PACK-NAME(WS-LAY-PACK-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-PACK-COUNT = 14 + WS-LAY-PACK-COUNT

           MOVE "MONTH" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-MONTH WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   查询命令以只读方式打开, 不取排他锁 -
      *>   长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *>   版式名先逐个查实, 免得包出了一半才发现拼错
           PERFORM VARYING WS-LAY-TOK-IDX FROM 1 BY 1
                   UNTIL WS-LAY-TOK-IDX > WS-LAY-PACK-COUNT
                      OR WS-RETURN-CODE NOT = 0
               MOVE WS-LAY-PACK-NAME(WS-LAY-TOK-IDX) TO WS-LAY-NAME
               PERFORM LAY-LOAD
           END-PERFORM
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

      *>   当月月结清单的必做项签完才出包 (主管可 --force 越过)
           MOVE "month" TO WS-CHK-SCOPE
           MOVE WS-ARG-MONTH TO WS-CHK-ARG
           MOVE 1 TO WS-CHK-RO
           PERFORM CHECKLIST-GATE
           IF WS-CHK-BLOCKED = 1
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PACK-DIR
           STRING "./export/pack_" FUNCTION TRIM(WS-ARG-MONTH)
                  DELIMITED SIZE INTO WS-PACK-DIR
           CALL "pack_prepare_dir" USING BY REFERENCE WS-PACK-DIR
                                   RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Cannot create pack directory "
                       FUNCTION TRIM(WS-PACK-DIR)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   逐份渲染 (后端按 export_report_print 的定宽纪律落盘)
           MOVE 0 TO WS-PACK-OK WS-PACK-FAIL
           PERFORM VARYING WS-PACK-IDX FROM 1 BY 1
                   UNTIL WS-PACK-IDX > WS-PACK-COUNT
               PERFORM PACK-SELECTED
               IF WS-PACK-SKIP = 0
                   PERFORM PACK-ONE-REPORT
               END-IF
           END-PERFORM
           IF WS-PACK-WITH-CHARTS = 1
               PERFORM PACK-WRITE-CHARTS
           END-IF

      *>   把关: 类别小计必须与总额一致, 否则整包只算草稿
           MOVE 1 TO WS-PACK-FINAL
           CALL "rpt_get_totals"
                USING BY REFERENCE WS-ARG-MONTH
                      BY REFERENCE WS-RPT-INCOME
                      BY REFERENCE WS-RPT-EXPENSE
                      BY REFERENCE WS-ARG-BASE-CCY
                      BY VALUE WS-ARG-INCLUDE-ARCHIVE
                      BY REFERENCE WS-ARG-ENTERED-THRU
                RETURNING WS-RC
           MOVE 0 TO WS-VFY-CAT-INCOME WS-VFY-CAT-EXPENSE
           CALL "rpt_category_begin"
                USING BY REFERENCE WS-ARG-MONTH
                      BY REFERENCE WS-ARG-ENTERED-THRU
                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "rpt_category_next"
                    USING BY REFERENCE WS-RPT-CAT
                          BY REFERENCE WS-RPT-TYPE
                          BY REFERENCE WS-RPT-TOTAL
                    RETURNING WS-RC
               IF WS-RC = 0
                   IF FUNCTION TRIM(WS-RPT-TYPE) = "INCOME"
                       ADD WS-RPT-TOTAL TO WS-VFY-CAT-INCOME
                   ELSE
                       ADD WS-RPT-TOTAL TO WS-VFY-CAT-EXPENSE
                   END-IF
               END-IF
           END-PERFORM
           CALL "rpt_category_end" RETURNING WS-RC
           IF WS-VFY-CAT-INCOME NOT = WS-RPT-INCOME
                   OR WS-VFY-CAT-EXPENSE NOT = WS-RPT-EXPENSE
               MOVE 0 TO WS-PACK-FINAL
           END-IF
           IF WS-PACK-FAIL > 0
               MOVE 0 TO WS-PACK-FINAL
           END-IF

           PERFORM PACK-WRITE-MANIFEST
           MOVE "pack" TO WS-ICL-INTERFACE
           MOVE "out" TO WS-ICL-DIRECTION
           MOVE WS-PRINT-PATH TO WS-ICL-FILE
           MOVE WS-PACK-OK TO WS-ICL-ACCEPTED
           MOVE WS-PACK-FAIL TO WS-ICL-REJECTED
           PERFORM ICL-RECORD

           DISPLAY " "
           IF WS-PACK-FINAL = 1
               DISPLAY "Pack for " FUNCTION TRIM(WS-ARG-MONTH)
                       " written to " FUNCTION TRIM(WS-PACK-DIR)
                       " and stamped FINAL"
           ELSE
               DISPLAY "Pack written to "
                       FUNCTION TRIM(WS-PACK-DIR)
                       " but left as DRAFT - control totals "
                       "disagree or a report failed"
               DISPLAY "Run 'ledger verify --month "
                       FUNCTION TRIM(WS-ARG-MONTH)
                       "' and 'ledger summary rebuild', then "
                       "re-run the pack"
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
      *> --with 的一项: kpi / books / charts (空项略过)
      *> ---------------------------------------------------------
       PACK-WITH-ONE.
           EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PACK-NAME))
               WHEN SPACES
                   CONTINUE
               WHEN "kpi"
                   MOVE 1 TO WS-PACK-WITH-KPI
               WHEN "books"
                   MOVE 1 TO WS-PACK-WITH-BOOKS
               WHEN "charts"
                   MOVE 1 TO WS-PACK-WITH-CHARTS
               WHEN OTHER
                   DISPLAY "Error: --with takes kpi, books and/or "
                           "charts"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 第 WS-PACK-IDX 份是否在本次包内: 1-9 恒出, 10 看板,
      *> 11-14 四本特种日记账, 各由 --with 选入; 15 起为
      *> --layout 点名的版式, 点了才有
      *> ---------------------------------------------------------
       PACK-SELECTED.
           MOVE 0 TO WS-PACK-SKIP
           IF WS-PACK-IDX = 10 AND WS-PACK-WITH-KPI = 0
               MOVE 1 TO WS-PACK-SKIP
           END-IF
           IF WS-PACK-IDX > 10 AND WS-PACK-IDX < 15
                   AND WS-PACK-WITH-BOOKS = 0
               MOVE 1 TO WS-PACK-SKIP
           END-IF.

      *> ---------------------------------------------------------
      *> 渲染报表包中的一份 (名字查表, 后端落盘)
      *> ---------------------------------------------------------
       PACK-ONE-REPORT.
           EVALUATE WS-PACK-IDX
               WHEN 1 MOVE "month" TO WS-PACK-NAME
               WHEN 2 MOVE "budget" TO WS-PACK-NAME
               WHEN 3 MOVE "networth" TO WS-PACK-NAME
               WHEN 4 MOVE "aging" TO WS-PACK-NAME
               WHEN 5 MOVE "ap-aging" TO WS-PACK-NAME
               WHEN 6 MOVE "trial-balance" TO WS-PACK-NAME
               WHEN 7 MOVE "exceptions" TO WS-PACK-NAME
               WHEN 8 MOVE "matrix" TO WS-PACK-NAME
               WHEN 9 MOVE "tax" TO WS-PACK-NAME
               WHEN 10 MOVE "kpi" TO WS-PACK-NAME
               WHEN 11 MOVE "sales-jnl" TO WS-PACK-NAME
               WHEN 12 MOVE "purchases-jnl" TO WS-PACK-NAME
               WHEN 13 MOVE "receipts-jnl" TO WS-PACK-NAME
               WHEN 14 MOVE "disburse-jnl" TO WS-PACK-NAME
               WHEN OTHER MOVE "layout" TO WS-PACK-NAME
           END-EVALUATE
           PERFORM PACK-FILE-NAME

      *>   看板、日记账与版式是本程序自己排的版, 不经后端渲染
           EVALUATE TRUE
               WHEN WS-PACK-IDX = 10
                   PERFORM PACK-WRITE-KPI
               WHEN WS-PACK-IDX > 14
                   PERFORM PACK-WRITE-LAYOUT
               WHEN WS-PACK-IDX > 10
                   PERFORM PACK-WRITE-BOOK
               WHEN OTHER
                   CALL "pack_write_report"
                        USING BY REFERENCE WS-PACK-DIR
                              BY REFERENCE WS-PACK-NAME
                              BY REFERENCE WS-ARG-MONTH
                        RETURNING WS-RC
           END-EVALUATE
           IF WS-RC = 0
               ADD 1 TO WS-PACK-OK
               DISPLAY "- " FUNCTION TRIM(WS-LAY-PACK-FILE)
                       " written"
           ELSE
               ADD 1 TO WS-PACK-FAIL
               DISPLAY "- " FUNCTION TRIM(WS-LAY-PACK-FILE)
                       " FAILED (rc " WS-RC ")"
           END-IF.

      *> ---------------------------------------------------------
      *> 包内文件名 (不带 .txt): 版式为 layout_<版式名>
      *> ---------------------------------------------------------
       PACK-FILE-NAME.
           MOVE SPACES TO WS-LAY-PACK-FILE
           IF WS-PACK-IDX > 14
               STRING "layout_" FUNCTION TRIM(
                      WS-LAY-PACK-NAME(WS-PACK-IDX - 14))
                      DELIMITED SIZE INTO WS-LAY-PACK-FILE
           ELSE
               MOVE WS-PACK-NAME TO WS-LAY-PACK-FILE
           END-IF.

      *> ---------------------------------------------------------
      *> 自定义版式按打印格式写进包目录, 期间为该月
      *> ---------------------------------------------------------
       PACK-WRITE-LAYOUT.
           MOVE WS-LAY-PACK-NAME(WS-PACK-IDX - 14) TO WS-LAY-NAME
           PERFORM LAY-LOAD
           IF WS-RETURN-CODE NOT = 0
               MOVE 0 TO WS-RETURN-CODE
               MOVE 3 TO WS-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "print" TO WS-LAY-FMT
           MOVE WS-ARG-MONTH TO WS-LAY-MONTH
           MOVE SPACES TO WS-LAY-FROM WS-LAY-TO WS-LAY-PATH
           STRING FUNCTION TRIM(WS-PACK-DIR) "/"
                  FUNCTION TRIM(WS-LAY-PACK-FILE) ".txt"
                  DELIMITED SIZE INTO WS-LAY-PATH
           PERFORM LAY-PRODUCE
           MOVE WS-LAY-RC TO WS-RC.

      *> ---------------------------------------------------------
      *> 健康看板写进包目录的 kpi.txt (与 report kpi 同一张表)
      *> ---------------------------------------------------------
       PACK-WRITE-KPI.
           MOVE SPACES TO WS-PRINT-PATH
           STRING FUNCTION TRIM(WS-PACK-DIR) "/kpi.txt"
                  DELIMITED SIZE INTO WS-PRINT-PATH
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               MOVE 4 TO WS-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-KPI-TO-FILE
           PERFORM KPI-PRODUCE
           MOVE 0 TO WS-KPI-TO-FILE
           CLOSE PRINT-FILE
           MOVE 0 TO WS-RC.

      *> ---------------------------------------------------------
      *> 特种日记账一本写进包目录 (与 report books 同一版式,
      *> 期间为该月整月)
      *> ---------------------------------------------------------
       PACK-WRITE-BOOK.
           COMPUTE WS-SJ-B = WS-PACK-IDX - 10
           PERFORM BOOKS-SET-HEADINGS
           PERFORM BOOKS-MONTH-PERIOD
           MOVE SPACES TO WS-PRINT-PATH
           STRING FUNCTION TRIM(WS-PACK-DIR) "/"
                  FUNCTION TRIM(WS-PACK-NAME) ".txt"
                  DELIMITED SIZE INTO WS-PRINT-PATH
           PERFORM BOOKS-WRITE-ONE
           MOVE WS-SJ-RC TO WS-RC
           IF WS-SJ-RC = 0 AND WS-SJ-OUT-OF-BAL = 1
               DISPLAY "  " FUNCTION TRIM(WS-SJ-TITLE)
                       " does not tie to the trial balance"
           END-IF.

      *> ---------------------------------------------------------
      *> 三张图写进包目录 (SVG): 该月所在年度的 matrix 堆叠柱,
      *> 净值快照史, 该月预算对比; 写成的取 SHA-256 供清单列出
      *> ---------------------------------------------------------
       PACK-WRITE-CHARTS.
           MOVE 0 TO WS-CHT-HTML
           PERFORM VARYING WS-CHT-PK-IDX FROM 1 BY 1
                   UNTIL WS-CHT-PK-IDX > 3
               EVALUATE WS-CHT-PK-IDX
                   WHEN 1
                       MOVE WS-ARG-MONTH(1:4) TO WS-ARG-YEAR
                       PERFORM MATRIX-LOAD
                       PERFORM MATRIX-CHART
                   WHEN 2
                       PERFORM PACK-CHART-NETWORTH
                   WHEN 3
                       PERFORM PACK-CHART-BUDGET
               END-EVALUATE
               MOVE SPACES TO WS-CHT-PK-FILE(WS-CHT-PK-IDX)
                              WS-CHT-PATH
               STRING FUNCTION TRIM(WS-CHT-NAME) ".svg"
                      DELIMITED SIZE
                      INTO WS-CHT-PK-FILE(WS-CHT-PK-IDX)
               STRING FUNCTION TRIM(WS-PACK-DIR) "/"
                      FUNCTION TRIM(WS-CHT-PK-FILE(WS-CHT-PK-IDX))
                      DELIMITED SIZE INTO WS-CHT-PATH
               PERFORM CHART-WRITE
               IF WS-CHT-RC = 0
                   MOVE SPACES TO WS-CHT-PK-HASH(WS-CHT-PK-IDX)
                   CALL "file_sha256"
                        USING BY REFERENCE WS-CHT-PATH
                              BY REFERENCE
                                 WS-CHT-PK-HASH(WS-CHT-PK-IDX)
                        RETURNING WS-RC
                   IF WS-RC NOT = 0
                       MOVE "unavailable"
                            TO WS-CHT-PK-HASH(WS-CHT-PK-IDX)
                   END-IF
                   MOVE 1 TO WS-CHT-PK-OK(WS-CHT-PK-IDX)
                   ADD 1 TO WS-PACK-OK
                   DISPLAY "- "
                           FUNCTION TRIM(WS-CHT-PK-FILE(WS-CHT-PK-IDX))
                           " written"
               ELSE
                   ADD 1 TO WS-PACK-FAIL
                   DISPLAY "- "
                           FUNCTION TRIM(WS-CHT-PK-FILE(WS-CHT-PK-IDX))
                           " FAILED (rc " WS-CHT-RC ")"
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
       PACK-CHART-NETWORTH.
           PERFORM NETWORTH-CHART-RESET
           CALL "networth_history_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "networth_history_next"
                    USING BY REFERENCE WS-NW-MONTH
                          BY REFERENCE WS-NW-ASSETS
                          BY REFERENCE WS-NW-LIABS
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM NETWORTH-CHART-POINT
               END-IF
           END-PERFORM
           CALL "networth_history_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
       PACK-CHART-BUDGET.
           PERFORM BUDGET-CHART-RESET
           CALL "budget_report_begin" USING BY REFERENCE WS-ARG-MONTH
                                       RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "budget_report_next"
                    USING BY REFERENCE WS-RPT-CAT
                          BY REFERENCE WS-RPT-TOTAL
                          BY REFERENCE WS-RPT-BUDGET
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM BUDGET-CHART-POINT
               END-IF
           END-PERFORM
           CALL "budget_report_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> 清单落盘: 文件一览 + FINAL/DRAFT 戳与控制数
      *> ---------------------------------------------------------
       PACK-WRITE-MANIFEST.
           MOVE SPACES TO WS-PRINT-PATH
           STRING FUNCTION TRIM(WS-PACK-DIR) "/manifest.txt"
                  DELIMITED SIZE INTO WS-PRINT-PATH
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Error: Cannot write the manifest"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           STRING "MONTH-END PACK  " FUNCTION TRIM(WS-ARG-MONTH)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           PERFORM VARYING WS-PACK-IDX FROM 1 BY 1
                   UNTIL WS-PACK-IDX > WS-PACK-COUNT
               EVALUATE WS-PACK-IDX
                   WHEN 1 MOVE "month" TO WS-PACK-NAME
                   WHEN 2 MOVE "budget" TO WS-PACK-NAME
                   WHEN 3 MOVE "networth" TO WS-PACK-NAME
                   WHEN 4 MOVE "aging" TO WS-PACK-NAME
                   WHEN 5 MOVE "ap-aging" TO WS-PACK-NAME
                   WHEN 6 MOVE "trial-balance" TO WS-PACK-NAME
                   WHEN 7 MOVE "exceptions" TO WS-PACK-NAME
                   WHEN 8 MOVE "matrix" TO WS-PACK-NAME
                   WHEN 9 MOVE "tax" TO WS-PACK-NAME
                   WHEN 10 MOVE "kpi" TO WS-PACK-NAME
                   WHEN 11 MOVE "sales-jnl" TO WS-PACK-NAME
                   WHEN 12 MOVE "purchases-jnl" TO WS-PACK-NAME
                   WHEN 13 MOVE "receipts-jnl" TO WS-PACK-NAME
                   WHEN 14 MOVE "disburse-jnl" TO WS-PACK-NAME
                   WHEN OTHER MOVE "layout" TO WS-PACK-NAME
               END-EVALUATE
               PERFORM PACK-FILE-NAME
               PERFORM PACK-SELECTED
               IF WS-PACK-SKIP = 0
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "- " FUNCTION TRIM(WS-LAY-PACK-FILE) ".txt"
                          DELIMITED SIZE INTO WS-PRINT-LINE
                   WRITE WS-PRINT-LINE
               END-IF
           END-PERFORM
      *>   图随带指纹, 拿到包的人可自行核对未被改过
           PERFORM VARYING WS-CHT-PK-IDX FROM 1 BY 1
                   UNTIL WS-CHT-PK-IDX > 3
               IF WS-CHT-PK-OK(WS-CHT-PK-IDX) = 1
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "- "
                          FUNCTION TRIM(WS-CHT-PK-FILE(WS-CHT-PK-IDX))
                          "  sha256 "
                          FUNCTION TRIM(WS-CHT-PK-HASH(WS-CHT-PK-IDX))
                          DELIMITED SIZE INTO WS-PRINT-LINE
                   WRITE WS-PRINT-LINE
               END-IF
           END-PERFORM

           COMPUTE WS-DISP-INCOME = WS-RPT-INCOME / 100
           COMPUTE WS-DISP-EXPENSE = WS-RPT-EXPENSE / 100
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CONTROL  income " WS-DISP-INCOME
                  "  expense " WS-DISP-EXPENSE
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PACK-FINAL = 1
               MOVE "STATUS   FINAL" TO WS-PRINT-LINE
           ELSE
               MOVE "STATUS   DRAFT (control totals disagree)"
                    TO WS-PRINT-LINE
           END-IF
           WRITE WS-PRINT-LINE
           CLOSE PRINT-FILE.

      *> ============================================================
      *> CMD: prepaid - 待摊费用与递延收入 (add/list/schedule/run)
      *> 年付保险一次砸进一个月会把预算对比搅乱 - 像 LOAN-
      *> SCHEDULE 那样登记一笔一次付清的金额按 N 个月摊;
      *> 月末 run (在 jobstream 里与 accrue 相邻) 把当月份额
      *> 入账. 客户一次付一年的预收款按 --type income 反向同理
      *> ============================================================
       CMD-PREPAID.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "add"
                   PERFORM PREPAID-ADD
               WHEN "list"
                   PERFORM PREPAID-LIST
               WHEN "schedule"
                   PERFORM PREPAID-SCHEDULE
               WHEN "run"
                   PERFORM PREPAID-RUN
               WHEN OTHER
                   DISPLAY "Error: prepaid requires a subcommand"
                   DISPLAY "Usage: ledger prepaid add --name <name> "
                           "--amount N --month YYYY-MM --term "
                           "<months> --category <cat> "
                           "[--type income|expense]"
                   DISPLAY "       ledger prepaid list"
                   DISPLAY "       ledger prepaid schedule --name "
                           "<name>"
                   DISPLAY "       ledger prepaid run --month "
                           "YYYY-MM"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> PREPAID-ADD - 登记一笔待摊 (expense, 默认) 或递延
      *> (income); 月摊额 = 总额 / 期数, 尾差并入末期
      *> ---------------------------------------------------------
       PREPAID-ADD.
           IF WS-ARG-NAME = SPACES OR WS-ARG-AMOUNT = SPACES
              OR WS-ARG-MONTH = SPACES OR WS-ARG-TERM = 0
              OR WS-ARG-CATEGORY = SPACES
               DISPLAY "Error: --name, --amount, --month, --term "
                       "and --category are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-TYPE = SPACES
               MOVE "EXPENSE" TO WS-ARG-TYPE
           END-IF
           IF WS-ARG-TYPE NOT = "INCOME" AND WS-ARG-TYPE NOT = "EXPENSE"
               DISPLAY "Error: --type must be INCOME or EXPENSE"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "MONTH" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-MONTH WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "category_validate" USING BY REFERENCE WS-ARG-CATEGORY
                                           BY REFERENCE WS-ARG-TYPE
                                     RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: unknown category '"
                       FUNCTION TRIM(WS-ARG-CATEGORY) "' - run "
                       "'ledger category add' first"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-PPD-TOTAL = WS-AMOUNT-NUM * 100
           IF WS-PPD-TOTAL <= 0
               DISPLAY "Error: amount must be greater than 0"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "prepaid_add" USING BY REFERENCE WS-ARG-NAME
                                    BY VALUE WS-PPD-TOTAL
                                    BY REFERENCE WS-ARG-MONTH
                                    BY VALUE WS-ARG-TERM
                                    BY REFERENCE WS-ARG-CATEGORY
                                    BY REFERENCE WS-ARG-TYPE
                              RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to register (duplicate?)"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PPD-MONTHLY ROUNDED =
                   WS-PPD-TOTAL / WS-ARG-TERM
           COMPUTE WS-DISP-PPD-MONTHLY = WS-PPD-MONTHLY / 100
           DISPLAY "'" FUNCTION TRIM(WS-ARG-NAME)
                   "' registered: " WS-DISP-PPD-MONTHLY
                   " per month from "
                   FUNCTION TRIM(WS-ARG-MONTH).

      *> ---------------------------------------------------------
       PREPAID-LIST.
           DISPLAY "NAME                  TYPE     CATEGORY       "
                   "     TOTAL        REMAINING    MONTHS"
           CALL "prepaid_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "prepaid_list_next"
                    USING BY REFERENCE WS-PPD-NAME
                          BY REFERENCE WS-PPD-TYPE
                          BY REFERENCE WS-PPD-CATEGORY
                          BY REFERENCE WS-PPD-TOTAL
                          BY REFERENCE WS-PPD-REMAIN
                          BY REFERENCE WS-PPD-LEFT
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-DISP-PPD-TOTAL = WS-PPD-TOTAL / 100
                   COMPUTE WS-DISP-PPD-REMAIN = WS-PPD-REMAIN / 100
                   DISPLAY FUNCTION TRIM(WS-PPD-NAME) "  "
                           FUNCTION TRIM(WS-PPD-TYPE) "  "
                           FUNCTION TRIM(WS-PPD-CATEGORY) "  "
                           WS-DISP-PPD-TOTAL "  "
                           WS-DISP-PPD-REMAIN "  " WS-PPD-LEFT
               END-IF
           END-PERFORM
           CALL "prepaid_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> PREPAID-SCHEDULE - 摊销计划表: 从下个月起逐月推演
      *> 剩余待摊余额 (与 ASSET-SCHEDULE 同口径)
      *> ---------------------------------------------------------
       PREPAID-SCHEDULE.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "prepaid_get" USING BY REFERENCE WS-ARG-NAME
                                    BY REFERENCE WS-PPD-REMAIN
                                    BY REFERENCE WS-PPD-MONTHLY
                              RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Unknown prepaid item '"
                       FUNCTION TRIM(WS-ARG-NAME) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PPD-REMAIN <= 0 OR WS-PPD-MONTHLY <= 0
               DISPLAY "'" FUNCTION TRIM(WS-ARG-NAME)
                       "' is fully amortized"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
           MOVE WS-DT-YEAR TO WS-SCHED-YEAR
           MOVE WS-DT-MONTH TO WS-SCHED-MONTH

           DISPLAY " "
           DISPLAY "Amortization schedule for '"
                   FUNCTION TRIM(WS-ARG-NAME) "'"
           DISPLAY "MONTH     PORTION      REMAINING"

           MOVE 0 TO WS-LOAN-IDX
           PERFORM UNTIL WS-PPD-REMAIN <= 0 OR WS-LOAN-IDX >= 600
               ADD 1 TO WS-SCHED-MONTH
               IF WS-SCHED-MONTH > 12
                   MOVE 1 TO WS-SCHED-MONTH
                   ADD 1 TO WS-SCHED-YEAR
               END-IF
               IF WS-PPD-MONTHLY > WS-PPD-REMAIN
                   MOVE WS-PPD-REMAIN TO WS-PPD-MONTHLY
               END-IF
               SUBTRACT WS-PPD-MONTHLY FROM WS-PPD-REMAIN
               COMPUTE WS-DISP-PPD-MONTHLY = WS-PPD-MONTHLY / 100
               COMPUTE WS-DISP-PPD-REMAIN = WS-PPD-REMAIN / 100
               DISPLAY WS-SCHED-YEAR "-" WS-SCHED-MONTH "  "
                       WS-DISP-PPD-MONTHLY "  " WS-DISP-PPD-REMAIN
               ADD 1 TO WS-LOAN-IDX
           END-PERFORM.

      *> ---------------------------------------------------------
      *> PREPAID-RUN - 月末摊销批处理 (可重启, 参照 CMD-ACCRUE)
      *> 游标只送回该月尚未摊销且还有余额的条目; 待摊记费用,
      *> 递延记收入 (方向由登记时的 --type 决定, 后端照方向落账)
      *> ---------------------------------------------------------
       PREPAID-RUN.
           IF WS-ARG-MONTH = SPACES
               DISPLAY "Error: --month is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "prepaid" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           MOVE 0 TO WS-PPD-POSTED

           CALL "prepaid_post_begin" USING BY REFERENCE WS-ARG-MONTH
                                     RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "prepaid_post_next"
                    USING BY REFERENCE WS-PPD-NAME
                          BY REFERENCE WS-PPD-MONTHLY
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM PREPAID-POST-ONE
               END-IF
           END-PERFORM
           CALL "prepaid_post_end" RETURNING WS-RC
           CALL "run_end" RETURNING WS-RC

           MOVE WS-PPD-POSTED TO WS-PPD-POSTED-DISP
           MOVE WS-RUN-ID TO WS-RUN-ID-DISP
           DISPLAY FUNCTION TRIM(WS-PPD-POSTED-DISP)
                   " amortization posting(s) for "
                   FUNCTION TRIM(WS-ARG-MONTH)
                   " (run " FUNCTION TRIM(WS-RUN-ID-DISP) ")".

      *> ---------------------------------------------------------
       PREPAID-POST-ONE.
           IF WS-PPD-MONTHLY <= 0
               EXIT PARAGRAPH
           END-IF
           CALL "prepaid_post" USING BY REFERENCE WS-PPD-NAME
                                     BY REFERENCE WS-ARG-MONTH
                                     BY VALUE WS-PPD-MONTHLY
                               RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Error: failed to amortize '"
                       FUNCTION TRIM(WS-PPD-NAME) "'"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PPD-POSTED
           COMPUTE WS-DISP-PPD-MONTHLY = WS-PPD-MONTHLY / 100
           DISPLAY "- " FUNCTION TRIM(WS-PPD-NAME) "  "
                   WS-DISP-PPD-MONTHLY.

      *> ============================================================
      *> CMD: recover - 崩溃后的开库恢复
      *> 批处理半路死掉会留下两样东西: db_open 的咨询锁文件
      *> (属主进程已不在) 和一个 run_begin 了却没 run_end 的
      *> 半截运行. 以前的土办法是手删锁文件再对着 verify 眯眼;
      *> 这里按部就班: 查锁 -> 属主确实不在才提议接管 ->
      *> 开库 -> 查未收尾的运行 -> 逐个提议 run_backout 冲掉
      *> ============================================================
       CMD-RECOVER.
      *>   接管锁与整批冲销同级, 只许主管以上执行
      *>   (角色表在库里, 这一步还开不了库, 由后端读旁路缓存;
      *>   角色表为空时照常放行)
           MOVE "supervisor" TO WS-PRIV-NEEDED
           PERFORM CHECK-PRIVILEGE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

      *>   第一步: 锁的体检. 活锁 (属主进程还在) 绝不抢
           CALL "db_lock_check" USING BY REFERENCE WS-DB-PATH
                                      BY REFERENCE WS-RCV-PID
                                RETURNING WS-RC
           EVALUATE WS-RC
               WHEN 0
                   DISPLAY "No lock is held - nothing to take over"
               WHEN 6
                   DISPLAY "Error: the lock is held by live "
                           "process " WS-RCV-PID
                           " - let it finish"
                   MOVE 6 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               WHEN 10
                   DISPLAY "Stale lock found: owner process "
                           WS-RCV-PID " is gone"
                   IF WS-ARG-YES = 0
                       DISPLAY "Take the lock over? (y/N): "
                               WITH NO ADVANCING
                       ACCEPT WS-USER-INPUT FROM CONSOLE
                       IF FUNCTION UPPER-CASE(WS-USER-INPUT)
                               NOT = "Y"
                           DISPLAY "Cancelled"
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   CALL "db_lock_takeover"
                        USING BY REFERENCE WS-DB-PATH
                        RETURNING WS-RC
                   IF WS-RC NOT = 0
                       DISPLAY "Error: takeover failed"
                       MOVE 2 TO WS-RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Lock taken over"
               WHEN OTHER
                   DISPLAY "Error: cannot inspect the lock"
                   MOVE 2 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   第二步: 找 run_begin 了却没 run_end 的半截运行,
      *>   逐个提议整批冲掉 (run_backout 与手工 backout 同一套
      *>   保护: 批内有行被人改过时拒绝)
           DISPLAY " "
           DISPLAY "Checking for interrupted runs..."
           MOVE 0 TO WS-RCV-FOUND
           CALL "run_unfinished_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "run_unfinished_next"
                    USING BY REFERENCE WS-RCV-RUN-ID
                          BY REFERENCE WS-RCV-RUN-TYPE
                          BY REFERENCE WS-RUN-ROWS
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM RECOVER-ONE-RUN
               END-IF
           END-PERFORM
           CALL "run_unfinished_end" RETURNING WS-RC

           IF WS-RCV-FOUND = 0
               DISPLAY "No interrupted run found"
           END-IF
           DISPLAY " "
           DISPLAY "Recovery complete - the database is ready".

      *> ---------------------------------------------------------
      *> 处理一个未收尾的运行: 展示后由操作者决定是否整批冲掉
      *> ---------------------------------------------------------
       RECOVER-ONE-RUN.
           ADD 1 TO WS-RCV-FOUND
           MOVE WS-RUN-ROWS TO WS-RUN-ROWS-DISP
           DISPLAY "- run " WS-RCV-RUN-ID " ("
                   FUNCTION TRIM(WS-RCV-RUN-TYPE) ") began but "
                   "never ended, " FUNCTION TRIM(WS-RUN-ROWS-DISP)
                   " row(s) posted"
           IF WS-ARG-YES = 0
               DISPLAY "  back it out? (y/N): " WITH NO ADVANCING
               ACCEPT WS-USER-INPUT FROM CONSOLE
               IF FUNCTION UPPER-CASE(WS-USER-INPUT) NOT = "Y"
                   DISPLAY "  kept as is - re-run the batch or "
                           "back it out later with 'ledger run "
                           "backout'"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-RCV-RUN-ID TO WS-VLK-RUN-ID
           PERFORM RUN-VAT-LOCK-CHECK
           IF WS-VLK-LOCKED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE "run" TO WS-HLD-SCOPE
           MOVE WS-RCV-RUN-ID TO WS-HLD-ID
           MOVE SPACES TO WS-HLD-ARG
           PERFORM HOLD-CHECK
           IF WS-HLD-BLOCKED = 1
               EXIT PARAGRAPH
           END-IF
           CALL "run_backout" USING BY VALUE WS-RCV-RUN-ID
                                    BY REFERENCE WS-RUN-ROWS
                              RETURNING WS-RC-SAVE
           IF WS-RC-SAVE = 0
               MOVE WS-RUN-ROWS TO WS-RUN-ROWS-DISP
               DISPLAY "  backed out ("
                       FUNCTION TRIM(WS-RUN-ROWS-DISP) " row(s))"
           ELSE
               DISPLAY "  back out refused (rc " WS-RC-SAVE
                       ") - review it with 'ledger runs'"
           END-IF.

      *> ============================================================
      *> CMD: journal - 复合分录 (任意多条借贷平衡的腿)
      *> 双式模式的单借单贷放不下工资这类分录 (毛工资 + 两项
      *> 代扣负债 + 实发现金要在同一张凭证里); --legs 的写法是
      *> "账户:D|C:金额" 逗号相连, 借贷合计不平当场拒绝,
      *> 各腿在同一凭证引用下落账, 试算表与 CMD-AUDIT 整张看待
      *> ============================================================
       CMD-JOURNAL.
           IF WS-ARG-DATE = SPACES OR WS-ARG-LEGS = SPACES
               DISPLAY "Error: --date and --legs are required"
               DISPLAY "Usage: ledger journal --date YYYY-MM-DD "
                       "--legs 'wages:D:1000,tax-payable:C:150,"
                       "pension-payable:C:50,checking:C:800' "
                       "[--note note]"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM JOURNAL-PARSE-LEGS
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-JNL-COUNT < 2
               DISPLAY "Error: a journal entry needs at least "
                       "two legs"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   借贷必须相等, 不平的凭证连门都不让进
           IF WS-JNL-DEBITS NOT = WS-JNL-CREDITS
               COMPUTE WS-DISP-JNL-DEBITS = WS-JNL-DEBITS / 100
               COMPUTE WS-DISP-JNL-CREDITS = WS-JNL-CREDITS / 100
               DISPLAY "Error: debits " WS-DISP-JNL-DEBITS
                       " do not equal credits "
                       WS-DISP-JNL-CREDITS " - nothing posted"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   各腿挂在同一凭证引用下, 整张一个事务提交
           CALL "journal_begin" USING BY REFERENCE WS-ARG-DATE
                                      BY REFERENCE WS-ARG-NOTE
                                      BY REFERENCE WS-JNL-REF
                                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Cannot open a journal entry"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-JNL-IDX FROM 1 BY 1
                   UNTIL WS-JNL-IDX > WS-JNL-COUNT
               CALL "journal_leg"
                    USING BY REFERENCE WS-JNL-L-ACCT(WS-JNL-IDX)
                          BY REFERENCE WS-JNL-L-DRCR(WS-JNL-IDX)
                          BY VALUE WS-JNL-L-CENTS(WS-JNL-IDX)
                    RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: leg " WS-JNL-IDX " ('"
                           FUNCTION TRIM(
                               WS-JNL-L-ACCT(WS-JNL-IDX))
                           "') refused - entry abandoned"
                   CALL "journal_abort" RETURNING WS-RC-SAVE
                   MOVE 2 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           CALL "journal_commit" RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to post the journal entry"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DISP-JNL-DEBITS = WS-JNL-DEBITS / 100
           DISPLAY "Journal " WS-JNL-REF " posted: "
                   WS-JNL-COUNT " leg(s), "
                   WS-DISP-JNL-DEBITS " each side".

      *> ---------------------------------------------------------
      *> 解析 --legs 的 "账户:D|C:金额" 逗号表
      *> (带 POINTER 的 UNSTRING 逐段取, 同 DERIVE-SPLIT-TOTALS)
      *> ---------------------------------------------------------
       JOURNAL-PARSE-LEGS.
           MOVE 0 TO WS-JNL-COUNT WS-JNL-DEBITS WS-JNL-CREDITS
                      WS-JNL-DONE
           MOVE 1 TO WS-JNL-PTR
           COMPUTE WS-JNL-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-ARG-LEGS))
           PERFORM UNTIL WS-JNL-DONE = 1
               IF WS-JNL-PTR > WS-JNL-LEN
                   MOVE 1 TO WS-JNL-DONE
               ELSE
                   MOVE SPACES TO WS-JNL-TOKEN
                   UNSTRING WS-ARG-LEGS DELIMITED BY ","
                       INTO WS-JNL-TOKEN
                       WITH POINTER WS-JNL-PTR
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-JNL-TOKEN) NOT = SPACES
                       PERFORM JOURNAL-PARSE-ONE-LEG
                       IF WS-RETURN-CODE NOT = 0
                           MOVE 1 TO WS-JNL-DONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
       JOURNAL-PARSE-ONE-LEG.
           IF WS-JNL-COUNT >= 20
               DISPLAY "Error: at most 20 legs per journal entry"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JNL-ACCT WS-JNL-DRCR WS-JNL-AMT-TEXT
           UNSTRING WS-JNL-TOKEN DELIMITED BY ":"
               INTO WS-JNL-ACCT WS-JNL-DRCR WS-JNL-AMT-TEXT
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JNL-DRCR))
                TO WS-JNL-DRCR
           IF WS-JNL-DRCR NOT = "D" AND WS-JNL-DRCR NOT = "C"
               DISPLAY "Error: leg '" FUNCTION TRIM(WS-JNL-TOKEN)
                       "' must say D or C"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-JNL-AMT-TEXT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: leg '" FUNCTION TRIM(WS-JNL-TOKEN)
                       "': " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-JNL-COUNT
           MOVE FUNCTION TRIM(WS-JNL-ACCT)
                TO WS-JNL-L-ACCT(WS-JNL-COUNT)
           MOVE WS-JNL-DRCR(1:1) TO WS-JNL-L-DRCR(WS-JNL-COUNT)
           COMPUTE WS-JNL-L-CENTS(WS-JNL-COUNT) ROUNDED =
                   FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-JNL-AMT-TEXT)) * 100
           IF WS-JNL-L-DRCR(WS-JNL-COUNT) = "D"
               ADD WS-JNL-L-CENTS(WS-JNL-COUNT) TO WS-JNL-DEBITS
           ELSE
               ADD WS-JNL-L-CENTS(WS-JNL-COUNT) TO WS-JNL-CREDITS
           END-IF.

      *> ============================================================
      *> CMD: overhead - 共同成本分摊 (set/list/run)
      *> 房租/水电/保险这类没挂项目的类别按登记的百分比分摊到
      *> 各项目; 月末 run 把分摊分录记在运行号下 (分错了
      *> 'run backout' 一次冲回), 'report allocated' 给出
      *> 各项目 直接成本 + 分摊成本 的全口径
      *> ============================================================
       CMD-OVERHEAD.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "set"
                   PERFORM OVERHEAD-SET
               WHEN "list"
                   PERFORM OVERHEAD-LIST
               WHEN "run"
                   PERFORM OVERHEAD-RUN
               WHEN OTHER
                   DISPLAY "Error: overhead requires a subcommand"
                   DISPLAY "Usage: ledger overhead set --category "
                           "<cat> --project <name> --rate <pct>"
                   DISPLAY "       ledger overhead list"
                   DISPLAY "       ledger overhead run --month "
                           "YYYY-MM"
                   DISPLAY "       ledger report allocated --month "
                           "YYYY-MM"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> OVERHEAD-SET - 登记一条分摊比例 (同一类别各项目的比例
      *> 合计应为 100, run 时差额留在未分摊行点名)
      *> ---------------------------------------------------------
       OVERHEAD-SET.
           IF WS-ARG-CATEGORY = SPACES OR WS-ARG-PROJECT = SPACES
              OR WS-ARG-RATE = SPACES
               DISPLAY "Error: --category, --project and --rate "
                       "are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "project_validate"
                USING BY REFERENCE WS-ARG-PROJECT
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: unknown project '"
                       FUNCTION TRIM(WS-ARG-PROJECT) "'"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-OVH-PCT-BPS ROUNDED =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-RATE)) * 100
           IF WS-OVH-PCT-BPS <= 0 OR WS-OVH-PCT-BPS > 10000
               DISPLAY "Error: --rate must be between 0 and 100"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "overhead" TO WS-MCL-ENTITY
           MOVE WS-ARG-CATEGORY TO WS-MCL-KEY
           MOVE WS-ARG-PROJECT TO WS-MCL-KEY2
           MOVE "overhead" TO WS-MCL-FIELD
           MOVE SPACES TO WS-MCL-AFTER
           STRING FUNCTION TRIM(WS-ARG-RATE) " %"
                  DELIMITED SIZE INTO WS-MCL-AFTER
           MOVE WS-OVH-PCT-BPS TO WS-MCL-NUM1
           MOVE 0 TO WS-MCL-NUM2
           PERFORM MASTER-CHANGE-GATE
           IF WS-RETURN-CODE NOT = 0 OR WS-MCL-HELD = 1
               EXIT PARAGRAPH
           END-IF

           CALL "overhead_set" USING BY REFERENCE WS-ARG-CATEGORY
                                     BY REFERENCE WS-ARG-PROJECT
                                     BY VALUE WS-OVH-PCT-BPS
                               RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to record allocation share"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Allocation share recorded: '"
                   FUNCTION TRIM(WS-ARG-CATEGORY) "' -> '"
                   FUNCTION TRIM(WS-ARG-PROJECT) "' ("
                   FUNCTION TRIM(WS-ARG-RATE) " %)"
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
       OVERHEAD-LIST.
           DISPLAY "CATEGORY            PROJECT             PCT"
           CALL "overhead_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "overhead_list_next"
                    USING BY REFERENCE WS-OVH-CATEGORY
                          BY REFERENCE WS-OVH-PROJECT
                          BY REFERENCE WS-OVH-PCT-BPS
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-DISP-OVH-PCT = WS-OVH-PCT-BPS / 100
                   DISPLAY FUNCTION TRIM(WS-OVH-CATEGORY) "  "
                           FUNCTION TRIM(WS-OVH-PROJECT) "  "
                           WS-DISP-OVH-PCT
               END-IF
           END-PERFORM
           CALL "overhead_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> OVERHEAD-RUN - 月末分摊批处理 (可重启, 参照 CMD-ACCRUE)
      *> 游标按比例表算好每条 (类别, 项目, 金额), 逐条过账
      *> ---------------------------------------------------------
       OVERHEAD-RUN.
           IF WS-ARG-MONTH = SPACES
               DISPLAY "Error: --month is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "overhead" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           MOVE 0 TO WS-OVH-POSTED

           CALL "overhead_run_begin" USING BY REFERENCE WS-ARG-MONTH
                                     RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "overhead_run_next"
                    USING BY REFERENCE WS-OVH-CATEGORY
                          BY REFERENCE WS-OVH-PROJECT
                          BY REFERENCE WS-OVH-AMOUNT
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM OVERHEAD-POST-ONE
               END-IF
           END-PERFORM
           CALL "overhead_run_end" RETURNING WS-RC
           CALL "run_end" RETURNING WS-RC

           MOVE WS-OVH-POSTED TO WS-OVH-POSTED-DISP
           MOVE WS-RUN-ID TO WS-RUN-ID-DISP
           DISPLAY FUNCTION TRIM(WS-OVH-POSTED-DISP)
                   " allocation posting(s) for "
                   FUNCTION TRIM(WS-ARG-MONTH)
                   " (run " FUNCTION TRIM(WS-RUN-ID-DISP) ")".

      *> ---------------------------------------------------------
       OVERHEAD-POST-ONE.
           IF WS-OVH-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           CALL "overhead_post" USING BY REFERENCE WS-OVH-CATEGORY
                                      BY REFERENCE WS-OVH-PROJECT
                                      BY REFERENCE WS-ARG-MONTH
                                      BY VALUE WS-OVH-AMOUNT
                                RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Error: failed to allocate '"
                       FUNCTION TRIM(WS-OVH-CATEGORY) "' to '"
                       FUNCTION TRIM(WS-OVH-PROJECT) "'"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OVH-POSTED
           COMPUTE WS-DISP-OVH-AMT = WS-OVH-AMOUNT / 100
           DISPLAY "- " FUNCTION TRIM(WS-OVH-CATEGORY) " -> "
                   FUNCTION TRIM(WS-OVH-PROJECT) "  "
                   WS-DISP-OVH-AMT.

      *> ============================================================
      *> CMD: alloc - 收入分流规则主档 (add/list/delete)
      *> 规则 = 命中的收入类别 + 目标账户 + 比例或定额;
      *> INCOME 落账时由 CMD-ADD 的 alloc_apply 钩子在同一提交
      *> 里生成划转腿. 既有的分类规则引擎只改类别, 这套规则动钱
      *> ============================================================
       CMD-ALLOC.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "add"
                   PERFORM ALLOC-ADD
               WHEN "list"
                   PERFORM ALLOC-LIST
               WHEN "delete"
                   PERFORM ALLOC-DELETE
               WHEN OTHER
                   DISPLAY "Error: alloc requires a subcommand"
                   DISPLAY "Usage: ledger alloc add --category "
                           "<income cat> --to-account <acct> "
                           "--rate <pct> | --amount N"
                   DISPLAY "       ledger alloc list"
                   DISPLAY "       ledger alloc delete --id N"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> ALLOC-ADD - 比例 (--rate, 百分数) 与定额 (--amount)
      *> 二选一; 目标账户必须已在账户主档登记
      *> ---------------------------------------------------------
       ALLOC-ADD.
           IF WS-ARG-CATEGORY = SPACES
                   OR WS-ARG-TO-ACCOUNT = SPACES
               DISPLAY "Error: --category and --to-account are "
                       "required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-RATE = SPACES AND WS-ARG-AMOUNT = SPACES
               DISPLAY "Error: give --rate <pct> or --amount N"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-RATE NOT = SPACES
                   AND WS-ARG-AMOUNT NOT = SPACES
               DISPLAY "Error: --rate and --amount are mutually "
                       "exclusive"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ALC-PCT-BPS WS-ALC-FIXED
           IF WS-ARG-RATE NOT = SPACES
               COMPUTE WS-ALC-PCT-BPS ROUNDED =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-RATE))
                       * 100
               IF WS-ALC-PCT-BPS <= 0 OR WS-ALC-PCT-BPS > 10000
                   DISPLAY "Error: --rate must be between 0 and 100"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE WS-ALC-FIXED ROUNDED =
                       FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-ARG-AMOUNT)) * 100
               IF WS-ALC-FIXED <= 0
                   DISPLAY "Error: --amount must be greater than 0"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "alloc" TO WS-MCL-ENTITY
           MOVE WS-ARG-CATEGORY TO WS-MCL-KEY
           MOVE WS-ARG-TO-ACCOUNT TO WS-MCL-KEY2
           MOVE "alloc" TO WS-MCL-FIELD
           MOVE SPACES TO WS-MCL-AFTER
           IF WS-ARG-RATE NOT = SPACES
               STRING FUNCTION TRIM(WS-ARG-RATE) " %"
                      DELIMITED SIZE INTO WS-MCL-AFTER
           ELSE
               STRING "fixed " FUNCTION TRIM(WS-ARG-AMOUNT)
                      DELIMITED SIZE INTO WS-MCL-AFTER
           END-IF
           MOVE WS-ALC-PCT-BPS TO WS-MCL-NUM1
           MOVE WS-ALC-FIXED TO WS-MCL-NUM2
           PERFORM MASTER-CHANGE-GATE
           IF WS-RETURN-CODE NOT = 0 OR WS-MCL-HELD = 1
               EXIT PARAGRAPH
           END-IF

           CALL "alloc_add" USING BY REFERENCE WS-ARG-CATEGORY
                                  BY REFERENCE WS-ARG-TO-ACCOUNT
                                  BY VALUE WS-ALC-PCT-BPS
                                  BY VALUE WS-ALC-FIXED
                            RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Unknown account '"
                       FUNCTION TRIM(WS-ARG-TO-ACCOUNT) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add allocation rule"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Allocation rule added: '"
                   FUNCTION TRIM(WS-ARG-CATEGORY) "' -> '"
                   FUNCTION TRIM(WS-ARG-TO-ACCOUNT) "'"
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
       ALLOC-LIST.
           DISPLAY "ID        CATEGORY            TO-ACCOUNT      "
                   "    PCT     FIXED"
           CALL "alloc_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "alloc_list_next"
                    USING BY REFERENCE WS-ALC-ID
                          BY REFERENCE WS-ALC-CATEGORY
                          BY REFERENCE WS-ALC-ACCOUNT
                          BY REFERENCE WS-ALC-PCT-BPS
                          BY REFERENCE WS-ALC-FIXED
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-ALC-ID TO WS-LIST-ID-DISP
                   COMPUTE WS-DISP-ALC-PCT = WS-ALC-PCT-BPS / 100
                   COMPUTE WS-DISP-ALC-FIXED = WS-ALC-FIXED / 100
                   DISPLAY WS-LIST-ID-DISP "  "
                           FUNCTION TRIM(WS-ALC-CATEGORY) "  "
                           FUNCTION TRIM(WS-ALC-ACCOUNT) "  "
                           WS-DISP-ALC-PCT "  " WS-DISP-ALC-FIXED
               END-IF
           END-PERFORM
           CALL "alloc_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
       ALLOC-DELETE.
           IF WS-ARG-ID = 0
               DISPLAY "Error: --id is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "alloc" TO WS-MCL-ENTITY
           MOVE SPACES TO WS-MCL-KEY WS-MCL-KEY2
           MOVE WS-ARG-ID TO WS-MCL-KEY
           MOVE "alloc-delete" TO WS-MCL-FIELD
           MOVE "deleted" TO WS-MCL-AFTER
           MOVE WS-ARG-ID TO WS-MCL-NUM1
           MOVE 0 TO WS-MCL-NUM2
           PERFORM MASTER-CHANGE-GATE
           IF WS-RETURN-CODE NOT = 0 OR WS-MCL-HELD = 1
               EXIT PARAGRAPH
           END-IF
           CALL "alloc_delete" USING BY VALUE WS-ARG-ID
                               RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Allocation rule " WS-ARG-ID
                       " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to delete allocation rule"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Allocation rule " WS-ARG-ID " deleted"
           PERFORM MASTER-CHANGE-LOG.

      *> ============================================================
      *> CMD: deposit - 进账单整理
      *> 现金/支票收款各自记一行, 银行流水上却只有一笔进账 -
      *> 对账因此永远对不齐. 这里逐笔过未解存的收款行 (y/n/q,
      *> 与 CMD-CLEAR 同一路数), 选中的并成一张进账单: 银行侧
      *> 记一笔汇总入账, 原收款行打上解存标记, 以后一张进账单
      *> 对银行一行流水; 进账单以定宽版式落盘供随单带去银行
      *> ============================================================
       CMD-DEPOSIT.
           IF WS-ARG-ACCOUNT = SPACES OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --account and --date are required"
               DISPLAY "Usage: ledger deposit --account <bank> "
                       "--date YYYY-MM-DD"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Undeposited receipts:"
           MOVE 0 TO WS-DEP-COUNT WS-DEP-TOTAL WS-DEP-DONE
           CALL "deposit_candidates_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0 OR WS-DEP-DONE = 1
               CALL "deposit_candidates_next"
                    USING BY REFERENCE WS-LIST-ID
                          BY REFERENCE WS-LIST-DATE
                          BY REFERENCE WS-AR-PAYEE
                          BY REFERENCE WS-LIST-AMOUNT
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM DEPOSIT-ONE-CANDIDATE
               END-IF
           END-PERFORM
           CALL "deposit_candidates_end" RETURNING WS-RC

           IF WS-DEP-COUNT = 0
               DISPLAY " "
               DISPLAY "No receipts selected - nothing posted"
               EXIT PARAGRAPH
           END-IF

      *>   一笔银行侧汇总入账 + 所选各行打解存标记 (同一事务)
           CALL "deposit_post" USING BY REFERENCE WS-ARG-ACCOUNT
                                     BY REFERENCE WS-ARG-DATE
                                     BY REFERENCE WS-DEP-NO
                                     BY REFERENCE WS-DEP-TOTAL
                               RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to post the deposit - "
                       "nothing was marked deposited"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM DEPOSIT-PRINT-SLIP

           MOVE WS-DEP-COUNT TO WS-DEP-COUNT-DISP
           COMPUTE WS-DISP-DEP-TOTAL = WS-DEP-TOTAL / 100
           DISPLAY " "
           DISPLAY "Deposit " WS-DEP-NO " posted to '"
                   FUNCTION TRIM(WS-ARG-ACCOUNT) "': "
                   FUNCTION TRIM(WS-DEP-COUNT-DISP)
                   " receipt(s), total " WS-DISP-DEP-TOTAL.

      *> ---------------------------------------------------------
      *> 过一笔未解存的收款行: y 选入本单, n 跳过, q 提前结束
      *> ---------------------------------------------------------
       DEPOSIT-ONE-CANDIDATE.
           MOVE WS-LIST-ID TO WS-LIST-ID-DISP
           COMPUTE WS-DISP-DEP-AMT = WS-LIST-AMOUNT / 100
           DISPLAY WS-LIST-ID-DISP "  "
                   FUNCTION TRIM(WS-LIST-DATE) "  "
                   FUNCTION TRIM(WS-AR-PAYEE) "  "
                   WS-DISP-DEP-AMT
           DISPLAY "include in this deposit? (y/n/q): "
                   WITH NO ADVANCING
           ACCEPT WS-USER-INPUT FROM CONSOLE

           EVALUATE FUNCTION UPPER-CASE(WS-USER-INPUT)
               WHEN "Y"
                   CALL "deposit_select"
                        USING BY VALUE WS-LIST-ID
                        RETURNING WS-RC-SAVE
                   IF WS-RC-SAVE = 0 AND WS-DEP-COUNT < 100
                       ADD 1 TO WS-DEP-COUNT
                       MOVE WS-LIST-DATE
                            TO WS-DEP-R-DATE(WS-DEP-COUNT)
                       MOVE WS-AR-PAYEE
                            TO WS-DEP-R-PAYEE(WS-DEP-COUNT)
                       MOVE WS-LIST-AMOUNT
                            TO WS-DEP-R-AMT(WS-DEP-COUNT)
                   ELSE
                       IF WS-RC-SAVE NOT = 0
                           DISPLAY "  Error: could not select row"
                       END-IF
                   END-IF
               WHEN "Q"
                   MOVE 1 TO WS-DEP-DONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 进账单落盘: 定宽版式 (与 EXPORT-REPORT 的打印纪律一致)
      *> ---------------------------------------------------------
       DEPOSIT-PRINT-SLIP.
           MOVE SPACES TO WS-PRINT-PATH
           STRING "./export/deposit_" WS-DEP-NO ".txt"
                  DELIMITED SIZE INTO WS-PRINT-PATH
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Warning: could not write deposit slip "
                       FUNCTION TRIM(WS-PRINT-PATH)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           STRING "DEPOSIT SLIP " WS-DEP-NO "  "
                  FUNCTION TRIM(WS-ARG-DATE) "  ACCOUNT: "
                  FUNCTION TRIM(WS-ARG-ACCOUNT)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "DATE        PAYEE                 AMOUNT"
                TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE

           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               COMPUTE WS-DISP-DEP-AMT =
                       WS-DEP-R-AMT(WS-DEP-IDX) / 100
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-DEP-R-DATE(WS-DEP-IDX) " "
                      WS-DEP-R-PAYEE(WS-DEP-IDX) " "
                      WS-DISP-DEP-AMT
                      DELIMITED SIZE INTO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
           END-PERFORM

           COMPUTE WS-DISP-DEP-TOTAL = WS-DEP-TOTAL / 100
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL                             "
                  WS-DISP-DEP-TOTAL
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           CLOSE PRINT-FILE

           DISPLAY "Deposit slip written to "
                   FUNCTION TRIM(WS-PRINT-PATH).

      *> ============================================================
      *> CMD: commit - 采购承诺 (预算占用) 登记簿 (add/list/close)
      *> 签了字的采购单/订好的维修先把额度占下来, report budget
      *> 据此多出 committed 与真正剩余两栏; 对应支出落账时
      *> 由 CMD-ADD 的 commit_relieve 钩子自动核销,
      *> 黄了的单子用 'commit close' 手工释放
      *> ============================================================
       CMD-COMMIT.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "add"
                   PERFORM COMMIT-ADD
               WHEN "list"
                   PERFORM COMMIT-LIST
               WHEN "close"
                   PERFORM COMMIT-CLOSE
               WHEN "receive"
                   PERFORM COMMIT-RECEIVE
               WHEN OTHER
                   DISPLAY "Error: commit requires a subcommand"
                   DISPLAY "Usage: ledger commit add --category "
                           "<cat> --month YYYY-MM --amount N "
                           "[--qty Q --unit U] [--project P] "
                           "[--note note]"
                   DISPLAY "       ledger commit list "
                           "[--month YYYY-MM]"
                   DISPLAY "       ledger commit close --id N"
                   DISPLAY "       ledger commit receive --id N "
                           "--qty Q [--unit U] --date YYYY-MM-DD"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       COMMIT-ADD.
           IF WS-ARG-CATEGORY = SPACES OR WS-ARG-MONTH = SPACES
              OR WS-ARG-AMOUNT = SPACES
               DISPLAY "Error: --category, --month and --amount "
                       "are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "MONTH" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-MONTH WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "EXPENSE" TO WS-ARG-TYPE
           CALL "category_validate" USING BY REFERENCE WS-ARG-CATEGORY
                                           BY REFERENCE WS-ARG-TYPE
                                     RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: unknown category '"
                       FUNCTION TRIM(WS-ARG-CATEGORY) "' - run "
                       "'ledger category add' first"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-PROJECT NOT = SPACES
               CALL "project_validate"
                    USING BY REFERENCE WS-ARG-PROJECT
                    RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: unknown project '"
                           FUNCTION TRIM(WS-ARG-PROJECT) "'"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100

           CALL "commit_add" USING BY REFERENCE WS-ARG-CATEGORY
                                   BY REFERENCE WS-ARG-MONTH
                                   BY VALUE WS-AMOUNT-CENTS
                                   BY REFERENCE WS-ARG-NOTE
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to record commitment"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Commitment recorded against '"
                   FUNCTION TRIM(WS-ARG-CATEGORY) "' for "
                   FUNCTION TRIM(WS-ARG-MONTH)

      *>   --qty: 订货数量, 三单匹配据此算单价
           IF WS-QTY-MILLI NOT = 0
               CALL "commit_set_order" USING BY VALUE WS-QTY-MILLI
                                             BY REFERENCE WS-ARG-UNIT
                                       RETURNING WS-RC
           END-IF

      *>   --project: 承诺挂到项目上, 计入项目的已承诺成本
           IF WS-ARG-PROJECT NOT = SPACES
               CALL "commit_set_project"
                    USING BY REFERENCE WS-ARG-PROJECT
                    RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: commitment not linked to project '"
                           FUNCTION TRIM(WS-ARG-PROJECT) "'"
                   MOVE 2 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-AMOUNT-CENTS TO WS-PEC-POSTED
               PERFORM PROJECT-ESTIMATE-CHECK
           END-IF.

      *> ---------------------------------------------------------
       COMMIT-LIST.
           DISPLAY "ID        CATEGORY            MONTH    "
                   "ORIGINAL     OPEN         NOTE"
           CALL "commit_list_begin" USING BY REFERENCE WS-ARG-MONTH
                                    RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "commit_list_next"
                    USING BY REFERENCE WS-CMT-ID
                          BY REFERENCE WS-CMT-CATEGORY
                          BY REFERENCE WS-CMT-MONTH
                          BY REFERENCE WS-CMT-ORIG
                          BY REFERENCE WS-CMT-OPEN
                          BY REFERENCE WS-LIST-NOTE
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-CMT-ID TO WS-LIST-ID-DISP
                   COMPUTE WS-DISP-CMT-ORIG = WS-CMT-ORIG / 100
                   COMPUTE WS-DISP-CMT-OPEN = WS-CMT-OPEN / 100
                   DISPLAY WS-LIST-ID-DISP "  "
                           FUNCTION TRIM(WS-CMT-CATEGORY) "  "
                           FUNCTION TRIM(WS-CMT-MONTH) "  "
                           WS-DISP-CMT-ORIG "  " WS-DISP-CMT-OPEN
                           "  " FUNCTION TRIM(WS-LIST-NOTE)
               END-IF
           END-PERFORM
           CALL "commit_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> COMMIT-CLOSE - 手工释放一条承诺的未结余额 (单子黄了)
      *> ---------------------------------------------------------
       COMMIT-CLOSE.
           IF WS-ARG-ID = 0
               DISPLAY "Error: --id is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "commit_close" USING BY VALUE WS-ARG-ID
                               RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Commitment " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to close commitment"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Commitment " WS-ARG-ID " closed - remaining "
                   "balance released back to the budget".

      *> ---------------------------------------------------------
      *> COMMIT-RECEIVE - 承诺项下的收货登记 (数量/日期/单位,
      *> 与 add --qty/--unit 同一口径). 收货后挂在这条承诺上的
      *> 待匹配账单重新过一遍三单匹配
      *> ---------------------------------------------------------
       COMMIT-RECEIVE.
           IF WS-ARG-ID = 0 OR WS-QTY-MILLI = 0
              OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --id, --qty and --date are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "commit_receive" USING BY VALUE WS-ARG-ID
                                       BY VALUE WS-QTY-MILLI
                                       BY REFERENCE WS-ARG-UNIT
                                       BY REFERENCE WS-ARG-DATE
                                 RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Commitment " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to record goods received"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MATCH-QTY-DISP = WS-QTY-MILLI / 1000
           DISPLAY "Goods received against commitment " WS-ARG-ID
                   ": " FUNCTION TRIM(WS-MATCH-QTY-DISP) " "
                   FUNCTION TRIM(WS-ARG-UNIT) " on "
                   FUNCTION TRIM(WS-ARG-DATE)
           MOVE 0 TO WS-ARG-ID
           PERFORM AP-MATCH.

      *> ============================================================
      *> CMD: master - 主档变更流水与复核 (log/pending/approve/
      *> reject)
      *> 账户/预算与上限/类别/收款人/规则/分摊与间接费比例/角色/
      *> 汇率的每一次改动都记一行: 改前值、改后值、操作者、时间
      *> (交易行自有 tx_history, 这里补上主档这一块). 敏感主档 -
      *> 账户保底余额、预算硬上限、角色、收款人缺省账户、分摊
      *> 比例 - 在登记了角色的账本上不直接生效, 先挂成待批,
      *> 由另一位主管 approve 后按原命令重放; 角色表为空的单人
      *> 账本照常直接生效 (与 CHECK-PRIVILEGE 同一口径), 只记流水
      *> ============================================================
       CMD-MASTER.
           IF WS-SUBCOMMAND = "approve" OR WS-SUBCOMMAND = "reject"
               CALL "db_open" USING BY REFERENCE WS-DB-PATH
                              RETURNING WS-RC
               IF WS-RC = 6
                   DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
                   DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
                   MOVE 6 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                                 RETURNING WS-RC
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "log"
                   PERFORM MASTER-LOG
               WHEN "pending"
                   PERFORM MASTER-PENDING
               WHEN "approve"
                   PERFORM MASTER-APPROVE
               WHEN "reject"
                   PERFORM MASTER-REJECT
               WHEN OTHER
                   DISPLAY "Error: master requires a subcommand"
                   DISPLAY "Usage: ledger master log "
                           "[--from YYYY-MM-DD] [--to YYYY-MM-DD]"
                   DISPLAY "       ledger master pending"
                   DISPLAY "       ledger master approve --id N"
                   DISPLAY "       ledger master reject --id N"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> MASTER-LOG - 按日期区间列主档变更 (含挂起/批准/驳回的)
      *> ---------------------------------------------------------
       MASTER-LOG.
           MOVE "DATE" TO WS-VALID-TYPE
           IF WS-ARG-FROM NOT = SPACES
               CALL "VALIDATE" USING WS-ARG-FROM WS-VALID-TYPE
                                      WS-VALID-RESULT
                                      WS-VALID-ERROR-MSG
               IF WS-VALID-RESULT NOT = 1
                   DISPLAY "Error: --from: "
                           FUNCTION TRIM(WS-VALID-ERROR-MSG)
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-ARG-TO NOT = SPACES
               CALL "VALIDATE" USING WS-ARG-TO WS-VALID-TYPE
                                      WS-VALID-RESULT
                                      WS-VALID-ERROR-MSG
               IF WS-VALID-RESULT NOT = 1
                   DISPLAY "Error: --to: "
                           FUNCTION TRIM(WS-VALID-ERROR-MSG)
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY " "
           IF WS-ARG-FROM = SPACES AND WS-ARG-TO = SPACES
               DISPLAY "Master-data changes (all dates)"
           ELSE
               DISPLAY "Master-data changes "
                       FUNCTION TRIM(WS-ARG-FROM) " .. "
                       FUNCTION TRIM(WS-ARG-TO)
           END-IF
           DISPLAY " "
           MOVE 0 TO WS-MCL-COUNT
           CALL "master_log_begin" USING BY REFERENCE WS-ARG-FROM
                                         BY REFERENCE WS-ARG-TO
                                   RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "master_log_next"
                    USING BY REFERENCE WS-MCL-ID
                          BY REFERENCE WS-MCL-STAMP
                          BY REFERENCE WS-MCL-MAKER
                          BY REFERENCE WS-MCL-ENTITY
                          BY REFERENCE WS-MCL-KEY
                          BY REFERENCE WS-MCL-KEY2
                          BY REFERENCE WS-MCL-FIELD
                          BY REFERENCE WS-MCL-BEFORE
                          BY REFERENCE WS-MCL-AFTER
                          BY REFERENCE WS-MCL-STATUS
                          BY REFERENCE WS-MCL-CHECKER
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-MCL-COUNT
                   PERFORM MASTER-SHOW-ONE
                   IF WS-MCL-CHECKER NOT = SPACES
                       DISPLAY "      " FUNCTION TRIM(WS-MCL-STATUS)
                               " by " FUNCTION TRIM(WS-MCL-CHECKER)
                   END-IF
               END-IF
           END-PERFORM
           CALL "master_log_end" RETURNING WS-RC
           MOVE WS-MCL-COUNT TO WS-MCL-COUNT-DISP
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-MCL-COUNT-DISP)
                   " master change(s)".

      *> ---------------------------------------------------------
      *> MASTER-PENDING - 等待复核的敏感主档改动
      *> ---------------------------------------------------------
       MASTER-PENDING.
           DISPLAY " "
           DISPLAY "Master changes waiting for approval"
           DISPLAY " "
           MOVE 0 TO WS-MCL-COUNT
           CALL "master_pending_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "master_pending_next"
                    USING BY REFERENCE WS-MCL-ID
                          BY REFERENCE WS-MCL-STAMP
                          BY REFERENCE WS-MCL-MAKER
                          BY REFERENCE WS-MCL-ENTITY
                          BY REFERENCE WS-MCL-KEY
                          BY REFERENCE WS-MCL-KEY2
                          BY REFERENCE WS-MCL-FIELD
                          BY REFERENCE WS-MCL-BEFORE
                          BY REFERENCE WS-MCL-AFTER
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-MCL-COUNT
                   MOVE "pending" TO WS-MCL-STATUS
                   PERFORM MASTER-SHOW-ONE
               END-IF
           END-PERFORM
           CALL "master_pending_end" RETURNING WS-RC
           MOVE WS-MCL-COUNT TO WS-MCL-COUNT-DISP
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-MCL-COUNT-DISP)
                   " change(s) pending - a supervisor other than "
                   "the maker runs 'ledger master approve --id N'".

      *> ---------------------------------------------------------
      *> 打印一行变更: #号 时间 操作者 状态, 对象, 改前 -> 改后
      *> ---------------------------------------------------------
       MASTER-SHOW-ONE.
           MOVE WS-MCL-ID TO WS-MCL-ID-DISP
           DISPLAY "#" FUNCTION TRIM(WS-MCL-ID-DISP) "  "
                   WS-MCL-STAMP(1:16) "  "
                   FUNCTION TRIM(WS-MCL-MAKER) "  ["
                   FUNCTION TRIM(WS-MCL-STATUS) "]"
           IF WS-MCL-KEY2 = SPACES
               DISPLAY "      " FUNCTION TRIM(WS-MCL-ENTITY) " '"
                       FUNCTION TRIM(WS-MCL-KEY) "' "
                       FUNCTION TRIM(WS-MCL-FIELD)
           ELSE
               DISPLAY "      " FUNCTION TRIM(WS-MCL-ENTITY) " '"
                       FUNCTION TRIM(WS-MCL-KEY) "' / '"
                       FUNCTION TRIM(WS-MCL-KEY2) "' "
                       FUNCTION TRIM(WS-MCL-FIELD)
           END-IF
           DISPLAY "      before: " FUNCTION TRIM(WS-MCL-BEFORE)
           DISPLAY "      after:  " FUNCTION TRIM(WS-MCL-AFTER).

      *> ---------------------------------------------------------
      *> MASTER-APPROVE - 复核人 (主管以上, 且不是发起人) 批准
      *> 一笔挂起改动: 按原命令的同一段落重放 (校验照走一遍),
      *> 成功后把这一行标成 approved 并记下生效时的实际改前值
      *> ---------------------------------------------------------
       MASTER-APPROVE.
           IF WS-ARG-ID = 0
               DISPLAY "Error: --id is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "supervisor" TO WS-PRIV-NEEDED
           PERFORM CHECK-PRIVILEGE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM MASTER-FETCH-PENDING
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MCL-MAKER = WS-OPERATOR
               DISPLAY "Refused: operator '"
                       FUNCTION TRIM(WS-OPERATOR)
                       "' made this change and cannot approve it"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-MCL-APPLYING
           PERFORM MASTER-APPLY
           MOVE 0 TO WS-MCL-APPLYING
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Master change #" WS-ARG-ID
                       " could not be applied - left pending"
               EXIT PARAGRAPH
           END-IF
           CALL "master_change_approve"
                USING BY VALUE WS-ARG-ID
                      BY REFERENCE WS-OPERATOR
                      BY REFERENCE WS-MCL-BEFORE
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: change applied but its log row was "
                       "not marked approved"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Master change #" WS-ARG-ID " approved by "
                   FUNCTION TRIM(WS-OPERATOR) " and applied".

      *> ---------------------------------------------------------
      *> MASTER-REJECT - 驳回 (或发起人自己撤回) 一笔挂起改动
      *> ---------------------------------------------------------
       MASTER-REJECT.
           IF WS-ARG-ID = 0
               DISPLAY "Error: --id is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM MASTER-FETCH-PENDING
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MCL-MAKER NOT = WS-OPERATOR
               MOVE "supervisor" TO WS-PRIV-NEEDED
               PERFORM CHECK-PRIVILEGE
               IF WS-RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CALL "master_change_reject"
                USING BY VALUE WS-ARG-ID
                      BY REFERENCE WS-OPERATOR
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to reject master change"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Master change #" WS-ARG-ID " rejected - "
                   "nothing was changed".

      *> ---------------------------------------------------------
      *> 取出 --id 指定的挂起改动, 不是 pending 的一律拒绝
      *> ---------------------------------------------------------
       MASTER-FETCH-PENDING.
           CALL "master_change_get"
                USING BY VALUE WS-ARG-ID
                      BY REFERENCE WS-MCL-ENTITY
                      BY REFERENCE WS-MCL-KEY
                      BY REFERENCE WS-MCL-KEY2
                      BY REFERENCE WS-MCL-FIELD
                      BY REFERENCE WS-MCL-BEFORE
                      BY REFERENCE WS-MCL-AFTER
                      BY REFERENCE WS-MCL-NUM1
                      BY REFERENCE WS-MCL-NUM2
                      BY REFERENCE WS-MCL-MAKER
                      BY REFERENCE WS-MCL-STATUS
                RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Master change " WS-ARG-ID
                       " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to read master change"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-MCL-STATUS) NOT = "pending"
               DISPLAY "Error: Master change " WS-ARG-ID " is "
                       FUNCTION TRIM(WS-MCL-STATUS)
                       ", not pending"
               MOVE 1 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
      *> 把挂起的改动还原成原命令的参数, 重放原段落
      *> ---------------------------------------------------------
       MASTER-APPLY.
           MOVE SPACES TO WS-ARG-RATE WS-ARG-AMOUNT
           EVALUATE FUNCTION TRIM(WS-MCL-FIELD)
               WHEN "floor"
                   MOVE WS-MCL-KEY TO WS-ARG-NAME
                   COMPUTE WS-DISP-MCL-AMT = WS-MCL-NUM1 / 100
                   MOVE FUNCTION TRIM(WS-DISP-MCL-AMT)
                        TO WS-ARG-AMOUNT
                   PERFORM ACCOUNT-SET-FLOOR
               WHEN "cap"
                   MOVE WS-MCL-KEY TO WS-ARG-CATEGORY
                   MOVE WS-MCL-KEY2 TO WS-ARG-MONTH
                   COMPUTE WS-DISP-MCL-AMT = WS-MCL-NUM1 / 100
                   MOVE FUNCTION TRIM(WS-DISP-MCL-AMT)
                        TO WS-ARG-AMOUNT
                   PERFORM BUDGET-CAP-POST
               WHEN "role"
                   MOVE WS-MCL-KEY TO WS-ARG-USER
                   MOVE WS-MCL-AFTER TO WS-ARG-ROLE
                   PERFORM ROLE-SET
               WHEN "default-account"
                   MOVE WS-MCL-KEY TO WS-ARG-NAME
                   MOVE WS-MCL-AFTER TO WS-ARG-ACCOUNT
                   PERFORM PAYEE-SET-ACCOUNT
               WHEN "alloc"
                   MOVE WS-MCL-KEY TO WS-ARG-CATEGORY
                   MOVE WS-MCL-KEY2 TO WS-ARG-TO-ACCOUNT
                   IF WS-MCL-NUM1 > 0
                       COMPUTE WS-DISP-MCL-PCT = WS-MCL-NUM1 / 100
                       MOVE FUNCTION TRIM(WS-DISP-MCL-PCT)
                            TO WS-ARG-RATE
                   ELSE
                       COMPUTE WS-DISP-MCL-AMT = WS-MCL-NUM2 / 100
                       MOVE FUNCTION TRIM(WS-DISP-MCL-AMT)
                            TO WS-ARG-AMOUNT
                   END-IF
                   PERFORM ALLOC-ADD
               WHEN "alloc-delete"
                   MOVE WS-MCL-NUM1 TO WS-ARG-ID
                   PERFORM ALLOC-DELETE
               WHEN "overhead"
                   MOVE WS-MCL-KEY TO WS-ARG-CATEGORY
                   MOVE WS-MCL-KEY2 TO WS-ARG-PROJECT
                   COMPUTE WS-DISP-MCL-PCT = WS-MCL-NUM1 / 100
                   MOVE FUNCTION TRIM(WS-DISP-MCL-PCT) TO WS-ARG-RATE
                   PERFORM OVERHEAD-SET
               WHEN OTHER
                   DISPLAY "Error: cannot apply a '"
                           FUNCTION TRIM(WS-MCL-FIELD) "' change"
                   MOVE 2 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ============================================================
      *> 主档改动的公共钩子. 调用方先填好 WS-MCL-ENTITY/KEY/KEY2/
      *> FIELD/AFTER (敏感改动另填 NUM1/NUM2 供重放):
      *>   MASTER-CHANGE-BEFORE  写之前取改前值
      *>   MASTER-CHANGE-GATE    敏感改动: 取改前值, 需要复核时
      *>                         挂起并置 WS-MCL-HELD = 1 (调用方
      *>                         见到就收手, 不写主档)
      *>   MASTER-CHANGE-LOG     写成功后记一行已生效的变更
      *> 复核重放期间 (WS-MCL-APPLYING = 1) 不再挂起也不另记一行,
      *> 由 MASTER-APPROVE 把原来那行标成 approved
      *> ============================================================
       MASTER-CHANGE-BEFORE.
           MOVE SPACES TO WS-MCL-BEFORE
           CALL "master_value_get" USING BY REFERENCE WS-MCL-ENTITY
                                         BY REFERENCE WS-MCL-KEY
                                         BY REFERENCE WS-MCL-KEY2
                                         BY REFERENCE WS-MCL-FIELD
                                         BY REFERENCE WS-MCL-BEFORE
                                   RETURNING WS-RC-SAVE.

      *> ---------------------------------------------------------
       MASTER-CHANGE-GATE.
           MOVE 0 TO WS-MCL-HELD
           PERFORM MASTER-CHANGE-BEFORE
           IF WS-MCL-APPLYING = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MCL-ROLES
           CALL "role_count" USING BY REFERENCE WS-MCL-ROLES
                             RETURNING WS-RC-SAVE
           IF WS-MCL-ROLES = 0
               EXIT PARAGRAPH
           END-IF

           CALL "master_change_hold"
                USING BY REFERENCE WS-MCL-ENTITY
                      BY REFERENCE WS-MCL-KEY
                      BY REFERENCE WS-MCL-KEY2
                      BY REFERENCE WS-MCL-FIELD
                      BY REFERENCE WS-MCL-BEFORE
                      BY REFERENCE WS-MCL-AFTER
                      BY VALUE WS-MCL-NUM1
                      BY VALUE WS-MCL-NUM2
                      BY REFERENCE WS-OPERATOR
                      BY REFERENCE WS-MCL-ID
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to hold the change for "
                       "approval - nothing was changed"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-MCL-HELD
           MOVE WS-MCL-ID TO WS-MCL-ID-DISP
           DISPLAY "Held for approval as master change #"
                   FUNCTION TRIM(WS-MCL-ID-DISP) ": "
                   FUNCTION TRIM(WS-MCL-ENTITY) " '"
                   FUNCTION TRIM(WS-MCL-KEY) "' "
                   FUNCTION TRIM(WS-MCL-FIELD) " -> "
                   FUNCTION TRIM(WS-MCL-AFTER)
           DISPLAY "Not in effect until another supervisor runs "
                   "'ledger master approve --id "
                   FUNCTION TRIM(WS-MCL-ID-DISP) "'".

      *> ---------------------------------------------------------
       MASTER-CHANGE-LOG.
           IF WS-MCL-APPLYING = 1
               EXIT PARAGRAPH
           END-IF
           CALL "master_change_log"
                USING BY REFERENCE WS-MCL-ENTITY
                      BY REFERENCE WS-MCL-KEY
                      BY REFERENCE WS-MCL-KEY2
                      BY REFERENCE WS-MCL-FIELD
                      BY REFERENCE WS-MCL-BEFORE
                      BY REFERENCE WS-MCL-AFTER
                      BY REFERENCE WS-OPERATOR
                RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Warning: change made but not written to "
                       "the master change log"
           END-IF.

      *> ============================================================
      *> CMD: signon - 操作者 PIN 签到 (on/off/pin/enroll/
      *> enroll-batch/reset/list)
      *> on 强制重新输 PIN 签到; off 作废本人会话; pin 改本人 PIN
      *> (须先输旧 PIN); enroll 给操作者登记/重设 PIN,
      *> enroll-batch 登记无人值守作业用的批处理凭据, reset 解除
      *> 锁定 - 这三项要 admin. PIN 只在控制台输入, 不走命令行
      *> (命令行会原样进操作流水)
      *> ============================================================
       CMD-SIGNON.
           PERFORM SIGNON-OPEN
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "on"
                   PERFORM SIGNON-ON
               WHEN "off"
                   PERFORM SIGNON-OFF
               WHEN "pin"
                   PERFORM SIGNON-CHANGE-PIN
               WHEN "enroll"
                   MOVE "operator" TO WS-SGN-KIND
                   PERFORM SIGNON-ENROLL
               WHEN "enroll-batch"
                   MOVE "batch" TO WS-SGN-KIND
                   PERFORM SIGNON-ENROLL
               WHEN "reset"
                   PERFORM SIGNON-RESET
               WHEN "list"
                   PERFORM SIGNON-LIST
               WHEN OTHER
                   DISPLAY "Error: signon requires a subcommand"
                   DISPLAY "Usage: ledger signon on|off|pin|list"
                   DISPLAY "       ledger signon enroll|enroll-batch "
                           "--user <name>"
                   DISPLAY "       ledger signon reset --user <name>"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> SIGNON-ON - 不认旧令牌, 当场输 PIN 换一个新会话
      *> ---------------------------------------------------------
       SIGNON-ON.
           CALL "signon_required" USING BY REFERENCE WS-OPERATOR
                                        BY REFERENCE WS-SGN-STATE
                                  RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: sign-on could not be checked"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-SGN-STATE = 0
               DISPLAY "Sign-on is not in force (no PIN enrolled "
                       "yet)"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SGN-FORCE
           PERFORM SIGNON-INTERACTIVE
           IF WS-SGN-OK = 1
               MOVE WS-SGN-IDLE-MIN TO WS-SGN-IDLE-DISP
               DISPLAY "Signed on as " FUNCTION TRIM(WS-OPERATOR)
                       " (session ends after "
                       FUNCTION TRIM(WS-SGN-IDLE-DISP)
                       " idle minutes)"
           END-IF.

       SIGNON-OFF.
           CALL "signon_end" USING BY REFERENCE WS-OPERATOR
                             RETURNING WS-RC
           PERFORM SIGNON-SESSION-PATH
           CALL "CBL_DELETE_FILE" USING WS-CKPT-PATH
                                  RETURNING WS-RC
           DISPLAY "Signed off " FUNCTION TRIM(WS-OPERATOR).

      *> ---------------------------------------------------------
      *> SIGNON-CHANGE-PIN - 旧 PIN 输错与签到输错同样计数锁定
      *> ---------------------------------------------------------
       SIGNON-CHANGE-PIN.
           DISPLAY "current PIN: " WITH NO ADVANCING
           ACCEPT WS-SGN-PIN FROM CONSOLE
           DISPLAY "new PIN: " WITH NO ADVANCING
           ACCEPT WS-SGN-PIN-NEW FROM CONSOLE
           DISPLAY "new PIN again: " WITH NO ADVANCING
           ACCEPT WS-SGN-PIN-AGAIN FROM CONSOLE
           PERFORM SIGNON-CHECK-NEW-PIN
           IF WS-RETURN-CODE NOT = 0
               MOVE SPACES TO WS-SGN-PIN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SGN-LEFT
           CALL "signon_set_pin" USING BY REFERENCE WS-OPERATOR
                                       BY REFERENCE WS-SGN-PIN
                                       BY REFERENCE WS-SGN-PIN-NEW
                                       BY VALUE WS-SGN-MAX-TRIES
                                       BY REFERENCE WS-SGN-LEFT
                                 RETURNING WS-RC
           MOVE SPACES TO WS-SGN-PIN WS-SGN-PIN-NEW
           MOVE 0 TO WS-SGN-OK
           EVALUATE WS-RC
               WHEN 0
                   MOVE 1 TO WS-SGN-OK
                   DISPLAY "PIN changed for "
                           FUNCTION TRIM(WS-OPERATOR)
                   MOVE "PIN changed" TO WS-SGN-LOG
               WHEN 3
                   DISPLAY "Error: operator '"
                           FUNCTION TRIM(WS-OPERATOR)
                           "' has no sign-on PIN"
                   MOVE "PIN change refused (not enrolled)"
                        TO WS-SGN-LOG
               WHEN 7
                   MOVE WS-SGN-LEFT TO WS-SGN-LEFT-DISP
                   DISPLAY "Refused: wrong current PIN ("
                           FUNCTION TRIM(WS-SGN-LEFT-DISP)
                           " attempt(s) left before lockout)"
                   MOVE "PIN change failed (wrong PIN)"
                        TO WS-SGN-LOG
               WHEN 9
                   DISPLAY "Refused: operator '"
                           FUNCTION TRIM(WS-OPERATOR)
                           "' is locked out"
                   MOVE "PIN change failed (locked out)"
                        TO WS-SGN-LOG
               WHEN OTHER
                   DISPLAY "Error: PIN could not be changed"
                   MOVE "PIN change failed (backend error)"
                        TO WS-SGN-LOG
           END-EVALUATE
           PERFORM SIGNON-LOG.

      *> ---------------------------------------------------------
      *> SIGNON-CHECK-NEW-PIN - 两次输入须一致; 操作者 PIN 至少
      *> 4 位, 批处理凭据至少 12 位 (它不靠人记, 没理由短)
      *> ---------------------------------------------------------
       SIGNON-CHECK-NEW-PIN.
           IF WS-SGN-PIN-NEW NOT = WS-SGN-PIN-AGAIN
               DISPLAY "Error: the two entries do not match"
               MOVE SPACES TO WS-SGN-PIN-NEW WS-SGN-PIN-AGAIN
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SGN-PIN-AGAIN
           MOVE 0 TO WS-SGN-LEFT
           INSPECT FUNCTION TRIM(WS-SGN-PIN-NEW)
                   TALLYING WS-SGN-LEFT FOR CHARACTERS
           IF WS-SGN-PIN-NEW = SPACES
               MOVE 0 TO WS-SGN-LEFT
           END-IF
           IF WS-SGN-KIND = "batch" AND WS-SGN-LEFT < 12
               DISPLAY "Error: a batch credential needs at least "
                       "12 characters"
               MOVE SPACES TO WS-SGN-PIN-NEW
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-SGN-LEFT < 4
               DISPLAY "Error: a PIN needs at least 4 characters"
               MOVE SPACES TO WS-SGN-PIN-NEW
               MOVE 1 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
      *> SIGNON-ENROLL - 登记或重设某操作者的 PIN / 批处理凭据;
      *> 后端加盐散列后入库, 同时清掉失败计数与旧会话
      *> ---------------------------------------------------------
       SIGNON-ENROLL.
           IF WS-ARG-USER = SPACES
               DISPLAY "Error: --user is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "admin" TO WS-PRIV-NEEDED
           PERFORM CHECK-PRIVILEGE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SGN-KIND = "batch"
               DISPLAY "batch credential for "
                       FUNCTION TRIM(WS-ARG-USER) ": "
                       WITH NO ADVANCING
           ELSE
               DISPLAY "new PIN for " FUNCTION TRIM(WS-ARG-USER)
                       ": " WITH NO ADVANCING
           END-IF
           ACCEPT WS-SGN-PIN-NEW FROM CONSOLE
           DISPLAY "again: " WITH NO ADVANCING
           ACCEPT WS-SGN-PIN-AGAIN FROM CONSOLE
           PERFORM SIGNON-CHECK-NEW-PIN
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           CALL "signon_enroll" USING BY REFERENCE WS-ARG-USER
                                      BY REFERENCE WS-SGN-PIN-NEW
                                      BY REFERENCE WS-SGN-KIND
                                RETURNING WS-RC
           MOVE SPACES TO WS-SGN-PIN-NEW
           IF WS-RC NOT = 0
               DISPLAY "Error: could not enroll '"
                       FUNCTION TRIM(WS-ARG-USER) "'"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enrolled " FUNCTION TRIM(WS-ARG-USER) " ("
                   FUNCTION TRIM(WS-SGN-KIND) ")".

       SIGNON-RESET.
           IF WS-ARG-USER = SPACES
               DISPLAY "Error: --user is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "admin" TO WS-PRIV-NEEDED
           PERFORM CHECK-PRIVILEGE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           CALL "signon_reset" USING BY REFERENCE WS-ARG-USER
                               RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: operator '" FUNCTION TRIM(WS-ARG-USER)
                       "' has no sign-on PIN"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: could not reset '"
                       FUNCTION TRIM(WS-ARG-USER) "'"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Lockout cleared for " FUNCTION TRIM(WS-ARG-USER).

       SIGNON-LIST.
           DISPLAY "OPERATOR                        KIND      FAILED "
                   "LOCKED LAST SIGN-ON"
           CALL "signon_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "signon_list_next"
                    USING BY REFERENCE WS-SGN-USER
                          BY REFERENCE WS-SGN-KIND
                          BY REFERENCE WS-SGN-FAILED
                          BY REFERENCE WS-SGN-LOCKED
                          BY REFERENCE WS-SGN-LAST
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-SGN-FAILED TO WS-SGN-FAILED-DISP
                   IF WS-SGN-LOCKED = 1
                       MOVE "yes" TO WS-SGN-LOCKED-DISP
                   ELSE
                       MOVE "no" TO WS-SGN-LOCKED-DISP
                   END-IF
                   DISPLAY WS-SGN-USER "  " WS-SGN-KIND(1:10)
                           "    " WS-SGN-FAILED-DISP " "
                           WS-SGN-LOCKED-DISP " "
                           FUNCTION TRIM(WS-SGN-LAST)
               END-IF
           END-PERFORM
           CALL "signon_list_end" RETURNING WS-RC.

      *> ============================================================
      *> CMD: hold - 法律保全 (place/release/list)
      *> 有纠纷或保险理赔时, 把相关记录原样冻结: 按 --id /
      *> --where 表达式 / --query 命名查询圈定一组交易, 或用
      *> --month 冻结整个期间; 保全有名字, 记下原因与下令的人.
      *> 保全生效期间 archive / undo / update-bulk / 类别与收款方
      *> 合并改写 / run backout / delete 碰到保全行一律拒绝, 并说出
      *> 是哪一项保全拦下的 (HOLD-CHECK). 下保全要 supervisor,
      *> 解除要 admin; 解除人与时间留在保全记录上, 'hold list
      *> --all' 连已解除的一并列出
      *> ============================================================
       CMD-HOLD.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "place"
                   PERFORM HOLD-PLACE
               WHEN "release"
                   PERFORM HOLD-RELEASE
               WHEN "list"
                   PERFORM HOLD-LIST
               WHEN OTHER
                   DISPLAY "Error: hold requires a subcommand"
                   DISPLAY "Usage: ledger hold place --name <hold> "
                           "--reason <text> --id N|--where '<expr>'"
                   DISPLAY "                         "
                           "|--query <name>|--month YYYY-MM"
                   DISPLAY "       ledger hold release --name <hold>"
                   DISPLAY "       ledger hold list [--all]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> HOLD-PLACE - --where / --query 在下保全时就由后端解析成
      *> 具体交易号入表, 事后新录入的行不会悄悄被卷进来;
      *> --month 冻结的是整个期间 (含以后补录进该期间的行)
      *> ---------------------------------------------------------
       HOLD-PLACE.
           IF WS-ARG-NAME = SPACES OR WS-ARG-REASON = SPACES
               DISPLAY "Error: --name and --reason are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HLD-SOURCES
           IF WS-ARG-ID NOT = 0
               ADD 1 TO WS-HLD-SOURCES
           END-IF
           IF WS-ARG-WHERE NOT = SPACES OR WS-ARG-QUERY NOT = SPACES
               ADD 1 TO WS-HLD-SOURCES
           END-IF
           IF WS-ARG-MONTH NOT = SPACES
               ADD 1 TO WS-HLD-SOURCES
           END-IF
           IF WS-HLD-SOURCES NOT = 1
               DISPLAY "Error: give exactly one of --id, --where "
                       "(or --query) and --month"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "supervisor" TO WS-PRIV-NEEDED
           PERFORM CHECK-PRIVILEGE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

      *>   --query: 把保存过的命名查询取出来当 --where 表达式用
           IF WS-ARG-QUERY NOT = SPACES AND WS-ARG-WHERE = SPACES
               CALL "query_get" USING BY REFERENCE WS-ARG-QUERY
                                      BY REFERENCE WS-ARG-WHERE
                                RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: unknown saved query '"
                           FUNCTION TRIM(WS-ARG-QUERY) "' - run "
                           "'ledger query list'"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO WS-HLD-COUNT
           CALL "hold_place" USING BY REFERENCE WS-ARG-NAME
                                   BY REFERENCE WS-ARG-REASON
                                   BY REFERENCE WS-OPERATOR
                                   BY VALUE WS-ARG-ID
                                   BY REFERENCE WS-ARG-WHERE
                                   BY REFERENCE WS-ARG-MONTH
                                   BY REFERENCE WS-HLD-COUNT
                             RETURNING WS-RC
           EVALUATE WS-RC
               WHEN 0
                   CONTINUE
               WHEN 3
                   DISPLAY "Error: Transaction ID " WS-ARG-ID
                           " not found"
                   MOVE 3 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               WHEN 7
                   DISPLAY "Error: an active hold named '"
                           FUNCTION TRIM(WS-ARG-NAME)
                           "' already exists"
                   MOVE 7 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               WHEN 8
                   DISPLAY "Error: invalid --where expression"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Error: Failed to place the hold"
                   MOVE 2 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-ARG-MONTH NOT = SPACES
               DISPLAY "Hold '" FUNCTION TRIM(WS-ARG-NAME)
                       "' placed on period "
                       FUNCTION TRIM(WS-ARG-MONTH)
           ELSE
               MOVE WS-HLD-COUNT TO WS-HLD-COUNT-DISP
               DISPLAY "Hold '" FUNCTION TRIM(WS-ARG-NAME)
                       "' placed on "
                       FUNCTION TRIM(WS-HLD-COUNT-DISP)
                       " transaction(s)"
           END-IF.

       HOLD-RELEASE.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *>   解除保全是 admin 的事 - 下令保全的主管不能自己撤
           MOVE "admin" TO WS-PRIV-NEEDED
           PERFORM CHECK-PRIVILEGE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           CALL "hold_release" USING BY REFERENCE WS-ARG-NAME
                                     BY REFERENCE WS-OPERATOR
                               RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: no active hold named '"
                       FUNCTION TRIM(WS-ARG-NAME) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to release the hold"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Hold '" FUNCTION TRIM(WS-ARG-NAME)
                   "' released by " FUNCTION TRIM(WS-OPERATOR).

      *> ---------------------------------------------------------
      *> HOLD-LIST - 保全清单 (默认只列生效中的, --all 含已解除);
      *> 'report holds' 也走这里
      *> ---------------------------------------------------------
       HOLD-LIST.
           DISPLAY " "
           IF WS-ARG-ALL = 1
               DISPLAY "Legal holds (all)"
           ELSE
               DISPLAY "Active legal holds"
           END-IF
           DISPLAY "HOLD                            SCOPE         "
                   "ROWS  PLACED BY / AT"
           MOVE 0 TO WS-HLD-SHOWN
           CALL "hold_list_begin" USING BY VALUE WS-ARG-ALL
                                  RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "hold_list_next"
                    USING BY REFERENCE WS-HLD-NAME
                          BY REFERENCE WS-HLD-ARG
                          BY REFERENCE WS-HLD-COUNT
                          BY REFERENCE WS-HLD-REASON
                          BY REFERENCE WS-HLD-BY
                          BY REFERENCE WS-HLD-AT
                          BY REFERENCE WS-HLD-STATUS
                          BY REFERENCE WS-HLD-REL-BY
                          BY REFERENCE WS-HLD-REL-AT
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-HLD-SHOWN
                   MOVE WS-HLD-COUNT TO WS-HLD-COUNT-DISP
                   DISPLAY WS-HLD-NAME "  " WS-HLD-ARG(1:12)
                           WS-HLD-COUNT-DISP "  "
                           FUNCTION TRIM(WS-HLD-BY) " "
                           FUNCTION TRIM(WS-HLD-AT)
                   DISPLAY "    reason: " FUNCTION TRIM(WS-HLD-REASON)
                   IF WS-HLD-STATUS = "released"
                       DISPLAY "    released by "
                               FUNCTION TRIM(WS-HLD-REL-BY) " "
                               FUNCTION TRIM(WS-HLD-REL-AT)
                   END-IF
               END-IF
           END-PERFORM
           CALL "hold_list_end" RETURNING WS-RC
           IF WS-HLD-SHOWN = 0
               DISPLAY "No holds"
           END-IF
           MOVE SPACES TO WS-HLD-ARG.

      *> ---------------------------------------------------------
      *> HOLD-CHECK - 动手之前问后端: 这次要动的行里有没有保全中的.
      *> WS-HLD-SCOPE 说明怎么圈行: tx (WS-HLD-ID 单笔), run
      *> (WS-HLD-ID 运行号), where (WS-HLD-ARG 表达式), before
      *> (WS-HLD-ARG 截止日), category / payee (WS-HLD-ARG 名称).
      *> 有就报出保全名与行数并置 WS-HLD-BLOCKED; 返回码单独用
      *> WS-HLD-RC, 不打扰调用方 (与 VAT-LOCK-CHECK 同一做法)
      *> ---------------------------------------------------------
       HOLD-CHECK.
           MOVE 0 TO WS-HLD-BLOCKED WS-HLD-COUNT
           MOVE SPACES TO WS-HLD-NAME
           CALL "hold_check" USING BY REFERENCE WS-HLD-SCOPE
                                   BY VALUE WS-HLD-ID
                                   BY REFERENCE WS-HLD-ARG
                                   BY REFERENCE WS-HLD-NAME
                                   BY REFERENCE WS-HLD-COUNT
                             RETURNING WS-HLD-RC
           IF WS-HLD-RC = 7
               MOVE 1 TO WS-HLD-BLOCKED
               MOVE WS-HLD-COUNT TO WS-HLD-COUNT-DISP
               DISPLAY "Refused: " FUNCTION TRIM(WS-HLD-COUNT-DISP)
                       " row(s) are under legal hold '"
                       FUNCTION TRIM(WS-HLD-NAME) "'"
               DISPLAY "Nothing was changed; the hold must be "
                       "released first ('ledger hold release', "
                       "admin only)"
           END-IF.

      *> ============================================================
      *> CMD: checklist - 月结核对清单
      *> 模板 (define/remove/template) 列出每月必做的事, 每项带
      *> 责任角色与可选的自动检查 (audit/verify/approvals/
      *> uncleared, 跑的就是对应命令的同一套检查); 每个月第一次
      *> 用到时由后端按模板生成当月实例, 操作者逐项签认 (sign),
      *> 签认人与时间落表. pack 与 close 开跑前先过
      *> CHECKLIST-GATE: 必做项没签完就拒绝, 主管可带 --force
      *> --reason 越过, 越过本身记档
      *> ============================================================
       CMD-CHECKLIST.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "define"
                   PERFORM CHECKLIST-DEFINE
               WHEN "remove"
                   PERFORM CHECKLIST-REMOVE
               WHEN "template"
                   PERFORM CHECKLIST-TEMPLATE
               WHEN "status"
                   PERFORM CHECKLIST-STATUS
               WHEN "sign"
                   PERFORM CHECKLIST-SIGN
               WHEN "run"
                   PERFORM CHECKLIST-RUN
               WHEN OTHER
                   DISPLAY "Error: checklist requires a subcommand"
                   DISPLAY "Usage: ledger checklist define --name "
                           "<task> --role clerk|supervisor|admin"
                   DISPLAY "                 [--check audit|verify"
                           "|approvals|uncleared] [--days N]"
                   DISPLAY "                 [--optional] "
                           "[--note <text>]"
                   DISPLAY "       ledger checklist remove --name "
                           "<task>"
                   DISPLAY "       ledger checklist template"
                   DISPLAY "       ledger checklist status --month "
                           "YYYY-MM"
                   DISPLAY "       ledger checklist sign --month "
                           "YYYY-MM --name <task>"
                   DISPLAY "       ledger checklist run --month "
                           "YYYY-MM"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> CHECKLIST-DEFINE - 增改模板任务 (admin); 改模板只影响
      *> 以后生成的月份, 已生成的实例保持当时的样子
      *> ---------------------------------------------------------
       CHECKLIST-DEFINE.
           IF WS-ARG-NAME = SPACES OR WS-ARG-ROLE = SPACES
               DISPLAY "Error: --name and --role are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-ROLE NOT = "clerk"
                   AND WS-ARG-ROLE NOT = "supervisor"
                   AND WS-ARG-ROLE NOT = "admin"
               DISPLAY "Error: --role must be clerk, supervisor "
                       "or admin"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-CHECK NOT = SPACES
                   AND WS-ARG-CHECK NOT = "audit"
                   AND WS-ARG-CHECK NOT = "verify"
                   AND WS-ARG-CHECK NOT = "approvals"
                   AND WS-ARG-CHECK NOT = "uncleared"
               DISPLAY "Error: --check must be audit, verify, "
                       "approvals or uncleared"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-DAYS < 1
               DISPLAY "Error: --days must be at least 1"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "admin" TO WS-PRIV-NEEDED
           PERFORM CHECK-PRIVILEGE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-OPTIONAL = 1
               MOVE 0 TO WS-CHK-REQUIRED
           ELSE
               MOVE 1 TO WS-CHK-REQUIRED
           END-IF
           CALL "checklist_define"
                USING BY REFERENCE WS-ARG-NAME
                      BY REFERENCE WS-ARG-ROLE
                      BY REFERENCE WS-ARG-CHECK
                      BY VALUE WS-ARG-DAYS
                      BY VALUE WS-CHK-REQUIRED
                      BY REFERENCE WS-ARG-NOTE
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to save checklist task"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Checklist task '" FUNCTION TRIM(WS-ARG-NAME)
                   "' saved (owner " FUNCTION TRIM(WS-ARG-ROLE) ")"

           MOVE "checklist" TO WS-MCL-ENTITY
           MOVE WS-ARG-NAME TO WS-MCL-KEY
           MOVE SPACES TO WS-MCL-KEY2
           MOVE "owner" TO WS-MCL-FIELD
           MOVE SPACES TO WS-MCL-BEFORE
           MOVE WS-ARG-ROLE TO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
       CHECKLIST-REMOVE.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "admin" TO WS-PRIV-NEEDED
           PERFORM CHECK-PRIVILEGE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           CALL "checklist_remove" USING BY REFERENCE WS-ARG-NAME
                                   RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: no checklist task named '"
                       FUNCTION TRIM(WS-ARG-NAME) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to remove checklist task"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Checklist task '" FUNCTION TRIM(WS-ARG-NAME)
                   "' removed from the template"

           MOVE "checklist" TO WS-MCL-ENTITY
           MOVE WS-ARG-NAME TO WS-MCL-KEY
           MOVE SPACES TO WS-MCL-KEY2
           MOVE "owner" TO WS-MCL-FIELD
           MOVE "(task)" TO WS-MCL-BEFORE
           MOVE SPACES TO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
       CHECKLIST-TEMPLATE.
           DISPLAY "TASK                      OWNER       CHECK"
                   "        DAYS  REQUIRED  DESCRIPTION"
           MOVE 0 TO WS-CHK-SHOWN
           CALL "checklist_template_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "checklist_template_next"
                    USING BY REFERENCE WS-CHK-TASK
                          BY REFERENCE WS-CHK-ROLE
                          BY REFERENCE WS-CHK-KIND
                          BY REFERENCE WS-CHK-DAYS
                          BY REFERENCE WS-CHK-REQUIRED
                          BY REFERENCE WS-CHK-DESC
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-CHK-SHOWN
                   MOVE WS-CHK-DAYS TO WS-CHK-DAYS-DISP
                   IF WS-CHK-KIND NOT = "uncleared"
                       MOVE 0 TO WS-CHK-DAYS-DISP
                   END-IF
                   IF WS-CHK-REQUIRED = 1
                       MOVE "yes" TO WS-CHK-REQ-DISP
                   ELSE
                       MOVE "no" TO WS-CHK-REQ-DISP
                   END-IF
                   DISPLAY WS-CHK-TASK(1:24) "  "
                           WS-CHK-ROLE WS-CHK-KIND " "
                           WS-CHK-DAYS-DISP "  "
                           WS-CHK-REQ-DISP "  "
                           FUNCTION TRIM(WS-CHK-DESC)
               END-IF
           END-PERFORM
           CALL "checklist_template_end" RETURNING WS-RC
           IF WS-CHK-SHOWN = 0
               DISPLAY "(no checklist tasks defined - pack and "
                       "close are not gated)"
           END-IF.

      *> ---------------------------------------------------------
      *> CHECKLIST-OPEN-MONTH - 取 (必要时按模板生成) --month 的
      *> 当月实例; 状态/签认/运行三个子命令共用
      *> ---------------------------------------------------------
       CHECKLIST-OPEN-MONTH.
           IF WS-ARG-MONTH = SPACES
               DISPLAY "Error: --month is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "MONTH" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-MONTH WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "checklist_open" USING BY REFERENCE WS-ARG-MONTH
                                 RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: no checklist tasks defined - see "
                       "'ledger checklist define'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Cannot open the checklist for "
                       FUNCTION TRIM(WS-ARG-MONTH)
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
       CHECKLIST-STATUS.
           PERFORM CHECKLIST-OPEN-MONTH
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Close checklist " FUNCTION TRIM(WS-ARG-MONTH)
           DISPLAY "TASK                      OWNER       CHECK"
                   "        RESULT  SIGNED BY             AT"
           MOVE 0 TO WS-CHK-OPEN
           CALL "checklist_status_begin"
                USING BY REFERENCE WS-ARG-MONTH
                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "checklist_status_next"
                    USING BY REFERENCE WS-CHK-TASK
                          BY REFERENCE WS-CHK-ROLE
                          BY REFERENCE WS-CHK-KIND
                          BY REFERENCE WS-CHK-REQUIRED
                          BY REFERENCE WS-CHK-RESULT
                          BY REFERENCE WS-CHK-SIGNED-BY
                          BY REFERENCE WS-CHK-SIGNED-AT
                    RETURNING WS-RC
               IF WS-RC = 0
                   IF WS-CHK-SIGNED-BY = SPACES
                       MOVE "(open)" TO WS-CHK-SIGNED-BY
                       IF WS-CHK-REQUIRED = 1
                           ADD 1 TO WS-CHK-OPEN
                       END-IF
                   END-IF
                   IF WS-CHK-REQUIRED = 0
                       MOVE "(optional)" TO WS-CHK-SIGNED-AT
                   END-IF
                   DISPLAY WS-CHK-TASK(1:24) "  "
                           WS-CHK-ROLE WS-CHK-KIND " "
                           WS-CHK-RESULT "  "
                           WS-CHK-SIGNED-BY(1:20) "  "
                           FUNCTION TRIM(WS-CHK-SIGNED-AT)
               END-IF
           END-PERFORM
           CALL "checklist_status_end" RETURNING WS-RC

           DISPLAY " "
           IF WS-CHK-OPEN = 0
               DISPLAY "All required tasks signed off - pack and "
                       "close may run"
           ELSE
               MOVE WS-CHK-OPEN TO WS-CHK-OPEN-DISP
               DISPLAY FUNCTION TRIM(WS-CHK-OPEN-DISP)
                       " required task(s) still open"
           END-IF
           CALL "checklist_override_info"
                USING BY REFERENCE WS-ARG-MONTH
                      BY REFERENCE WS-CHK-OVR-BY
                      BY REFERENCE WS-CHK-OVR-AT
                      BY REFERENCE WS-CHK-OVR-REASON
                RETURNING WS-RC
           IF WS-RC = 0
               DISPLAY "Overridden by " FUNCTION TRIM(WS-CHK-OVR-BY)
                       " at " FUNCTION TRIM(WS-CHK-OVR-AT) ": "
                       FUNCTION TRIM(WS-CHK-OVR-REASON)
           END-IF.

      *> ---------------------------------------------------------
      *> CHECKLIST-SIGN - 签认一项: 操作者角色须达到该项的责任
      *> 角色; 带自动检查的项先当场跑检查, 不过不许签
      *> ---------------------------------------------------------
       CHECKLIST-SIGN.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECKLIST-OPEN-MONTH
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           CALL "checklist_task_get"
                USING BY REFERENCE WS-ARG-MONTH
                      BY REFERENCE WS-ARG-NAME
                      BY REFERENCE WS-CHK-ROLE
                      BY REFERENCE WS-CHK-KIND
                      BY REFERENCE WS-CHK-DAYS
                      BY REFERENCE WS-CHK-SIGNED-BY
                RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: no task '" FUNCTION TRIM(WS-ARG-NAME)
                       "' on the " FUNCTION TRIM(WS-ARG-MONTH)
                       " checklist"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-SIGNED-BY NOT = SPACES
               DISPLAY "Error: '" FUNCTION TRIM(WS-ARG-NAME)
                       "' was already signed off by "
                       FUNCTION TRIM(WS-CHK-SIGNED-BY)
               MOVE 7 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHK-ROLE TO WS-PRIV-NEEDED
           PERFORM CHECK-PRIVILEGE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-NAME TO WS-CHK-TASK
           IF WS-CHK-KIND NOT = SPACES
               PERFORM CHECKLIST-AUTO-CHECK
               IF WS-CHK-RESULT NOT = "PASS"
                   MOVE WS-CHK-DETAIL TO WS-CHK-DETAIL-DISP
                   DISPLAY "Refused: auto-check '"
                           FUNCTION TRIM(WS-CHK-KIND) "' failed ("
                           FUNCTION TRIM(WS-CHK-DETAIL-DISP)
                           " finding(s)) - fix and sign again"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           CALL "checklist_sign"
                USING BY REFERENCE WS-ARG-MONTH
                      BY REFERENCE WS-ARG-NAME
                      BY REFERENCE WS-OPERATOR
                      BY REFERENCE WS-CHK-SIGNED-AT
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to sign off the task"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "'" FUNCTION TRIM(WS-ARG-NAME) "' signed off by "
                   FUNCTION TRIM(WS-OPERATOR) " at "
                   FUNCTION TRIM(WS-CHK-SIGNED-AT).

      *> ---------------------------------------------------------
      *> CHECKLIST-RUN - 把当月所有带自动检查的项跑一遍并记下
      *> 结果 (不签认), 月结前先看哪几项还过不去
      *> ---------------------------------------------------------
       CHECKLIST-RUN.
           PERFORM CHECKLIST-OPEN-MONTH
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CHK-PASSED WS-CHK-FAILED
           CALL "checklist_status_begin"
                USING BY REFERENCE WS-ARG-MONTH
                RETURNING WS-CHK-RC
           MOVE 0 TO WS-CHK-RC
           PERFORM UNTIL WS-CHK-RC NOT = 0
               CALL "checklist_status_next"
                    USING BY REFERENCE WS-CHK-TASK
                          BY REFERENCE WS-CHK-ROLE
                          BY REFERENCE WS-CHK-KIND
                          BY REFERENCE WS-CHK-REQUIRED
                          BY REFERENCE WS-CHK-RESULT
                          BY REFERENCE WS-CHK-SIGNED-BY
                          BY REFERENCE WS-CHK-SIGNED-AT
                    RETURNING WS-CHK-RC
               IF WS-CHK-RC = 0 AND WS-CHK-KIND NOT = SPACES
                   CALL "checklist_task_get"
                        USING BY REFERENCE WS-ARG-MONTH
                              BY REFERENCE WS-CHK-TASK
                              BY REFERENCE WS-CHK-ROLE
                              BY REFERENCE WS-CHK-KIND
                              BY REFERENCE WS-CHK-DAYS
                              BY REFERENCE WS-CHK-SIGNED-BY
                        RETURNING WS-RC
                   PERFORM CHECKLIST-AUTO-CHECK
                   MOVE WS-CHK-DETAIL TO WS-CHK-DETAIL-DISP
                   DISPLAY WS-CHK-TASK(1:24) "  " WS-CHK-KIND " "
                           WS-CHK-RESULT "  "
                           FUNCTION TRIM(WS-CHK-DETAIL-DISP)
                           " finding(s)"
                   IF WS-CHK-RESULT = "PASS"
                       ADD 1 TO WS-CHK-PASSED
                   ELSE
                       ADD 1 TO WS-CHK-FAILED
                   END-IF
               END-IF
           END-PERFORM
           CALL "checklist_status_end" RETURNING WS-RC

           MOVE WS-CHK-PASSED TO WS-CHK-PASSED-DISP
           MOVE WS-CHK-FAILED TO WS-CHK-FAILED-DISP
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-CHK-PASSED-DISP) " passed, "
                   FUNCTION TRIM(WS-CHK-FAILED-DISP) " failed"
           IF WS-CHK-FAILED > 0
               MOVE 1 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
      *> CHECKLIST-AUTO-CHECK - 跑 WS-CHK-KIND 指定的检查, 结果
      *> 置 WS-CHK-RESULT (PASS/FAIL) 与 WS-CHK-DETAIL (问题数),
      *> 并记到当月实例的该项上:
      *>   audit     - CMD-AUDIT 的同一组深检 (只查不修)
      *>   verify    - 类别小计与总额互核 (同 CMD-VERIFY/pack)
      *>   approvals - 待批的交易与待复核的主档变更
      *>   uncleared - 截至月末仍未勾销且超过 N 天的行
      *> ---------------------------------------------------------
       CHECKLIST-AUTO-CHECK.
           MOVE 0 TO WS-CHK-DETAIL
           EVALUATE WS-CHK-KIND
               WHEN "audit"
                   MOVE WS-ARG-REPAIR TO WS-CHK-REPAIR-SAVE
                   MOVE 0 TO WS-ARG-REPAIR
                   MOVE 0 TO WS-AUDIT-ISSUES WS-AUDIT-FIXED
                   PERFORM AUDIT-TRANSFER-LEGS
                   PERFORM AUDIT-SPLIT-SUMS
                   PERFORM AUDIT-PENDING-FLAGS
                   PERFORM AUDIT-REVERSAL-PAIRS
                   PERFORM AUDIT-JOURNAL-BALANCE
                   MOVE WS-CHK-REPAIR-SAVE TO WS-ARG-REPAIR
                   MOVE WS-AUDIT-ISSUES TO WS-CHK-DETAIL
               WHEN "verify"
                   CALL "rpt_get_totals"
                        USING BY REFERENCE WS-ARG-MONTH
                              BY REFERENCE WS-RPT-INCOME
                              BY REFERENCE WS-RPT-EXPENSE
                              BY REFERENCE WS-ARG-BASE-CCY
                              BY VALUE WS-ARG-INCLUDE-ARCHIVE
                              BY REFERENCE WS-ARG-ENTERED-THRU
                        RETURNING WS-RC
                   MOVE 0 TO WS-VFY-CAT-INCOME WS-VFY-CAT-EXPENSE
                   CALL "rpt_category_begin"
                        USING BY REFERENCE WS-ARG-MONTH
                              BY REFERENCE WS-ARG-ENTERED-THRU
                        RETURNING WS-RC
                   MOVE 0 TO WS-RC
                   PERFORM UNTIL WS-RC NOT = 0
                       CALL "rpt_category_next"
                            USING BY REFERENCE WS-RPT-CAT
                                  BY REFERENCE WS-RPT-TYPE
                                  BY REFERENCE WS-RPT-TOTAL
                            RETURNING WS-RC
                       IF WS-RC = 0
                           IF FUNCTION TRIM(WS-RPT-TYPE) = "INCOME"
                               ADD WS-RPT-TOTAL TO WS-VFY-CAT-INCOME
                           ELSE
                               ADD WS-RPT-TOTAL
                                   TO WS-VFY-CAT-EXPENSE
                           END-IF
                       END-IF
                   END-PERFORM
                   CALL "rpt_category_end" RETURNING WS-RC
                   IF WS-VFY-CAT-INCOME NOT = WS-RPT-INCOME
                       ADD 1 TO WS-CHK-DETAIL
                   END-IF
                   IF WS-VFY-CAT-EXPENSE NOT = WS-RPT-EXPENSE
                       ADD 1 TO WS-CHK-DETAIL
                   END-IF
               WHEN "approvals"
                   CALL "checklist_pending_approvals"
                        USING BY REFERENCE WS-ARG-MONTH
                              BY REFERENCE WS-CHK-DETAIL
                        RETURNING WS-RC
               WHEN "uncleared"
                   CALL "checklist_stale_uncleared"
                        USING BY REFERENCE WS-ARG-MONTH
                              BY VALUE WS-CHK-DAYS
                              BY REFERENCE WS-CHK-DETAIL
                        RETURNING WS-RC
           END-EVALUATE

           IF WS-CHK-DETAIL = 0
               MOVE "PASS" TO WS-CHK-RESULT
           ELSE
               MOVE "FAIL" TO WS-CHK-RESULT
           END-IF
           CALL "checklist_record_check"
                USING BY REFERENCE WS-ARG-MONTH
                      BY REFERENCE WS-CHK-TASK
                      BY REFERENCE WS-CHK-RESULT
                      BY VALUE WS-CHK-DETAIL
                      BY REFERENCE WS-OPERATOR
                RETURNING WS-RC-SAVE.

      *> ============================================================
      *> 月结闸门: pack (按月) 与 close (按年, 财年内各月) 开跑前
      *> 调用. 调用方置 WS-CHK-SCOPE ("month"/"year") 与
      *> WS-CHK-ARG, 只读开库时置 WS-CHK-RO = 1. 模板为空时不设
      *> 防; 还有必做项没签完就置 WS-CHK-BLOCKED 并给出非零返回码.
      *> 主管带 --force --reason 可以越过, 越过连同理由记进清单
      *> 与操作流水 (与 GUARD-HANDLE-RESULT 的 --force 同一路数)
      *> ============================================================
       CHECKLIST-GATE.
           MOVE 0 TO WS-CHK-BLOCKED WS-CHK-OPEN
           CALL "checklist_gate"
                USING BY REFERENCE WS-CHK-SCOPE
                      BY REFERENCE WS-CHK-ARG
                      BY VALUE WS-CONFIG-FY-START
                      BY REFERENCE WS-CHK-OPEN
                RETURNING WS-CHK-RC
           IF WS-CHK-RC NOT = 7
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHK-OPEN TO WS-CHK-OPEN-DISP
           IF WS-ARG-FORCE = 0
               DISPLAY "Blocked: " FUNCTION TRIM(WS-CHK-OPEN-DISP)
                       " required close-checklist task(s) for "
                       FUNCTION TRIM(WS-CHK-ARG)
                       " are not signed off"
               DISPLAY "See 'ledger checklist status'; a "
                       "supervisor may re-run with --force "
                       "--reason <text>"
               MOVE 1 TO WS-CHK-BLOCKED
               MOVE 7 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-REASON = SPACES
               DISPLAY "Error: --reason is required to override "
                       "the close checklist"
               MOVE 1 TO WS-CHK-BLOCKED
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "supervisor" TO WS-PRIV-NEEDED
           PERFORM CHECK-PRIVILEGE
           IF WS-RETURN-CODE NOT = 0
               MOVE 1 TO WS-CHK-BLOCKED
               EXIT PARAGRAPH
           END-IF

      *>   越过要落档, 只读开的库先换成读写
           IF WS-CHK-RO = 1
               CALL "db_close" RETURNING WS-RC-SAVE
               CALL "db_open" USING BY REFERENCE WS-DB-PATH
                              RETURNING WS-RC
               IF WS-RC NOT = 0
                   PERFORM DISPLAY-DB-OPEN-ERROR
                   MOVE 1 TO WS-CHK-BLOCKED
                   MOVE 2 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CALL "checklist_override"
                USING BY REFERENCE WS-CHK-SCOPE
                      BY REFERENCE WS-CHK-ARG
                      BY REFERENCE WS-OPERATOR
                      BY REFERENCE WS-ARG-REASON
                RETURNING WS-RC-SAVE
           DISPLAY "Warning: " FUNCTION TRIM(WS-CHK-OPEN-DISP)
                   " required close-checklist task(s) open - "
                   "overridden (--force)"
           MOVE SPACES TO WS-CHK-LOG
           STRING "CHECKLIST OVERRIDE " FUNCTION TRIM(WS-CHK-ARG)
                  ": " FUNCTION TRIM(WS-ARG-REASON)
                  DELIMITED SIZE INTO WS-CHK-LOG
           CALL "ops_log_write"
                USING BY REFERENCE WS-CHK-LOG
                      BY REFERENCE WS-OPERATOR
                      BY VALUE 0
                RETURNING WS-RC-SAVE.

      *> ============================================================
      *> CMD: role - 操作者角色主档 (set/list)
      *> clerk < supervisor < admin 三级; 特权命令执行前先过
      *> CHECK-PRIVILEGE. 角色表为空时一切放行 (单人账本不设防),
      *> 一旦登记了任何角色, 未登记的操作者按 clerk 对待
      *> ============================================================
       CMD-ROLE.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "set"
                   PERFORM ROLE-SET
               WHEN "list"
                   PERFORM ROLE-LIST
               WHEN OTHER
                   DISPLAY "Error: role requires a subcommand"
                   DISPLAY "Usage: ledger role set --user <name> "
                           "--role clerk|supervisor|admin"
                   DISPLAY "       ledger role list"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> ROLE-SET - 只有 admin 才能改角色表 (表为空时放行,
      *> 否则第一个 admin 都登记不进去)
      *> ---------------------------------------------------------
       ROLE-SET.
           IF WS-ARG-USER = SPACES OR WS-ARG-ROLE = SPACES
               DISPLAY "Error: --user and --role are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-ROLE NOT = "clerk"
                   AND WS-ARG-ROLE NOT = "supervisor"
                   AND WS-ARG-ROLE NOT = "admin"
               DISPLAY "Error: --role must be clerk, supervisor "
                       "or admin"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   复核重放时发起人当初已过了 admin 检查, 复核人只需主管
           IF WS-MCL-APPLYING = 0
               MOVE "admin" TO WS-PRIV-NEEDED
               PERFORM CHECK-PRIVILEGE
               IF WS-RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "role" TO WS-MCL-ENTITY
           MOVE WS-ARG-USER TO WS-MCL-KEY
           MOVE SPACES TO WS-MCL-KEY2
           MOVE "role" TO WS-MCL-FIELD
           MOVE WS-ARG-ROLE TO WS-MCL-AFTER
           MOVE 0 TO WS-MCL-NUM1 WS-MCL-NUM2
           PERFORM MASTER-CHANGE-GATE
           IF WS-RETURN-CODE NOT = 0 OR WS-MCL-HELD = 1
               EXIT PARAGRAPH
           END-IF

           CALL "role_set" USING BY REFERENCE WS-ARG-USER
                                 BY REFERENCE WS-ARG-ROLE
                           RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to set role"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Operator '" FUNCTION TRIM(WS-ARG-USER)
                   "' is now " FUNCTION TRIM(WS-ARG-ROLE)
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
       ROLE-LIST.
           DISPLAY "OPERATOR                        ROLE"
           CALL "role_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "role_list_next"
                    USING BY REFERENCE WS-ROLE-USER
                          BY REFERENCE WS-ROLE-NAME
                    RETURNING WS-RC
               IF WS-RC = 0
                   DISPLAY WS-ROLE-USER "  "
                           FUNCTION TRIM(WS-ROLE-NAME)
               END-IF
           END-PERFORM
           CALL "role_list_end" RETURNING WS-RC.

      *> ============================================================
      *> 开库失败的公共报错: 模式版本不匹配 (rc 12, 老机器的库
      *> 遇上新程序或反过来) 时点名两边的版本号并指路 upgrade,
      *> 其余情形维持原来的一句话 - 免得命令跑到一半才莫名其妙
      *> ============================================================
       DISPLAY-DB-OPEN-ERROR.
           IF WS-RC = 12
               CALL "db_schema_versions"
                    USING BY REFERENCE WS-UPG-DB-VER
                          BY REFERENCE WS-UPG-BIN-VER
                    RETURNING WS-RC-SAVE
               DISPLAY "Error: database schema version "
                       WS-UPG-DB-VER " does not match this "
                       "binary's schema version " WS-UPG-BIN-VER
               DISPLAY "Run 'ledger upgrade' (take a backup "
                       "first with --dry-run to see the steps)"
           ELSE
               DISPLAY FUNCTION TRIM(WS-MSG-DB-OPEN-FAIL)
           END-IF.

      *> ============================================================
      *> 特权检查: 当前操作者 (WS-OPERATOR) 的角色至少要达到
      *> WS-PRIV-NEEDED 要求的级别, 不够时拒绝并置非零返回码 -
      *> 主流程尾部的 ops_log_write 会连同该返回码把这次被拒的
      *> 调用记进操作流水, 事后查 'ledger runs' 一目了然
      *> ============================================================
       CHECK-PRIVILEGE.
           CALL "role_check" USING BY REFERENCE WS-OPERATOR
                                   BY REFERENCE WS-PRIV-NEEDED
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Refused: this command requires the "
                       FUNCTION TRIM(WS-PRIV-NEEDED)
                       " role and operator '"
                       FUNCTION TRIM(WS-OPERATOR)
                       "' does not have it"
               MOVE 1 TO WS-RETURN-CODE
           END-IF.

      *> ============================================================
      *> 入账闸门: 后端按账户保底余额 (account set-floor) 与
      *> 类别预算硬上限 (budget cap) 检查这笔入账, 违规时带回
      *> 一句说明. 未带 --force 时当场拦下; 带 --force 时放行,
      *> 并把越权放行单独记一条操作流水 (事后有据可查)
      *> ============================================================
       GUARD-CHECK-POSTING.
           CALL "guard_check_posting"
                USING BY REFERENCE WS-ARG-TYPE
                      BY REFERENCE WS-ARG-CATEGORY
                      BY REFERENCE WS-ARG-ACCOUNT
                      BY REFERENCE WS-ARG-DATE
                      BY VALUE WS-AMOUNT-CENTS
                      BY REFERENCE WS-GUARD-MSG
                RETURNING WS-RC
           PERFORM GUARD-HANDLE-RESULT.

      *> ---------------------------------------------------------
       GUARD-CHECK-TRANSFER.
           CALL "guard_check_transfer"
                USING BY REFERENCE WS-ARG-FROM-ACCOUNT
                      BY REFERENCE WS-ARG-DATE
                      BY VALUE WS-AMOUNT-CENTS
                      BY REFERENCE WS-GUARD-MSG
                RETURNING WS-RC
           PERFORM GUARD-HANDLE-RESULT.

      *> ---------------------------------------------------------
      *> 闸门结果的公共处理: 放行 / 拦下 / --force 越权放行
      *> ---------------------------------------------------------
       GUARD-HANDLE-RESULT.
           IF WS-RC = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-FORCE = 1
               DISPLAY "Warning: " FUNCTION TRIM(WS-GUARD-MSG)
               DISPLAY "Posting anyway (--force) - the override "
                       "is on the operations journal"
               MOVE SPACES TO WS-GUARD-LOG
               STRING "GUARD OVERRIDE (--force): "
                      FUNCTION TRIM(WS-GUARD-MSG)
                      DELIMITED SIZE INTO WS-GUARD-LOG
               CALL "ops_log_write"
                    USING BY REFERENCE WS-GUARD-LOG
                          BY REFERENCE WS-OPERATOR
                          BY VALUE 0
                    RETURNING WS-RC-SAVE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Blocked: " FUNCTION TRIM(WS-GUARD-MSG)
           DISPLAY "Re-run with --force to post it anyway"
           MOVE 1 TO WS-RETURN-CODE.

      *> ============================================================
      *> CMD: payee - 收款人主档维护 (add/list/normalize)
      *> 与类别主档同一套维护路数: 主档存规范名称与缺省的类别/
      *> 账户/抵扣口径, 录入时自动套用 (见 ADD-APPLY-PAYEE-
      *> DEFAULTS); normalize 把历史行上的各种变体写法一次性
      *> 改写成规范写法 (与 CATEGORY-MERGE 同一套试算/改写)
      *> ============================================================
       CMD-PAYEE.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "add"
                   PERFORM PAYEE-ADD
               WHEN "list"
                   PERFORM PAYEE-LIST
               WHEN "normalize"
                   PERFORM PAYEE-NORMALIZE
               WHEN "tax"
                   PERFORM PAYEE-TAX
               WHEN "set-account"
                   PERFORM PAYEE-SET-ACCOUNT
               WHEN "info-return"
                   PERFORM PAYEE-INFO-RETURN
               WHEN OTHER
                   DISPLAY "Error: payee requires a subcommand"
                   DISPLAY "Usage: ledger payee add --name <name> "
                           "[--category <cat>] [--account <acct>] "
                           "[--deductible] [--tin <id>] "
                           "[--reportable [--box <box>]]"
                   DISPLAY "       ledger payee list"
                   DISPLAY "       ledger payee normalize --from "
                           "<variant> --into <canonical> "
                           "[--dry-run]"
                   DISPLAY "       ledger payee tax --name <name> "
                           "[--tin <id>] [--reportable [--box <box>]]"
                   DISPLAY "       ledger payee set-account --name "
                           "<name> --account <acct>"
                   DISPLAY "       ledger payee info-return --year "
                           "YYYY [--out <file>] [--force]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       PAYEE-ADD.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   缺省账户属敏感主档: 需要复核时收款人照建, 缺省账户
      *>   挂起待批 (批准后由 PAYEE-SET-ACCOUNT 挂上)
           IF WS-ARG-ACCOUNT NOT = SPACES
               MOVE "payee" TO WS-MCL-ENTITY
               MOVE WS-ARG-NAME TO WS-MCL-KEY
               MOVE SPACES TO WS-MCL-KEY2
               MOVE "default-account" TO WS-MCL-FIELD
               MOVE WS-ARG-ACCOUNT TO WS-MCL-AFTER
               MOVE 0 TO WS-MCL-NUM1 WS-MCL-NUM2
               PERFORM MASTER-CHANGE-GATE
               IF WS-RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-MCL-HELD = 1
                   MOVE SPACES TO WS-ARG-ACCOUNT
               END-IF
           END-IF

           CALL "payee_add" USING BY REFERENCE WS-ARG-NAME
                                  BY REFERENCE WS-ARG-CATEGORY
                                  BY REFERENCE WS-ARG-ACCOUNT
                                  BY VALUE WS-ARG-DEDUCTIBLE
                            RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add payee (duplicate?)"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Payee '" FUNCTION TRIM(WS-ARG-NAME)
                   "' added successfully"
           MOVE "payee" TO WS-MCL-ENTITY
           MOVE WS-ARG-NAME TO WS-MCL-KEY
           MOVE SPACES TO WS-MCL-KEY2 WS-MCL-BEFORE WS-MCL-AFTER
           MOVE "payee" TO WS-MCL-FIELD
           MOVE WS-ARG-DEDUCTIBLE TO WS-MCL-FLAG
           STRING "category " FUNCTION TRIM(WS-ARG-CATEGORY)
                  " account " FUNCTION TRIM(WS-ARG-ACCOUNT)
                  " deductible " WS-MCL-FLAG
                  DELIMITED SIZE INTO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-LOG
           IF WS-ARG-REPORTABLE = 1 OR WS-ARG-TIN NOT = SPACES
              OR WS-ARG-BOX NOT = SPACES
               PERFORM PAYEE-SET-TAX-INFO
           END-IF.

      *> ---------------------------------------------------------
       PAYEE-LIST.
           CALL "payee_list_begin" RETURNING WS-RC
           DISPLAY "NAME                  DEFAULT CATEGORY    "
                   "DEFAULT ACCOUNT     DEDUCTIBLE"
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "payee_list_next"
                    USING BY REFERENCE WS-PAYEE-CANON
                          BY REFERENCE WS-PAYEE-DEF-CAT
                          BY REFERENCE WS-PAYEE-DEF-ACCT
                          BY REFERENCE WS-PAYEE-DEF-DEDUCT
                    RETURNING WS-RC
               IF WS-RC = 0
                   IF WS-PAYEE-DEF-DEDUCT = 1
                       DISPLAY FUNCTION TRIM(WS-PAYEE-CANON) "  "
                               FUNCTION TRIM(WS-PAYEE-DEF-CAT) "  "
                               FUNCTION TRIM(WS-PAYEE-DEF-ACCT)
                               "  Y"
                   ELSE
                       DISPLAY FUNCTION TRIM(WS-PAYEE-CANON) "  "
                               FUNCTION TRIM(WS-PAYEE-DEF-CAT) "  "
                               FUNCTION TRIM(WS-PAYEE-DEF-ACCT)
                               "  N"
                   END-IF
               END-IF
           END-PERFORM
           CALL "payee_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> 收款人税务资料: 纳税人识别号 / 是否需申报 / 申报栏目
      *> (add 时一并给, 或事后用 'payee tax' 补)
      *> ---------------------------------------------------------
       PAYEE-SET-TAX-INFO.
           IF WS-ARG-REPORTABLE = 1 AND WS-ARG-BOX = SPACES
               MOVE "NEC-1" TO WS-ARG-BOX
           END-IF
           MOVE "payee" TO WS-MCL-ENTITY
           MOVE WS-ARG-NAME TO WS-MCL-KEY
           MOVE SPACES TO WS-MCL-KEY2 WS-MCL-AFTER
           MOVE "tax" TO WS-MCL-FIELD
           STRING "tin " FUNCTION TRIM(WS-ARG-TIN)
                  " reportable " WS-ARG-REPORTABLE
                  " box " FUNCTION TRIM(WS-ARG-BOX)
                  DELIMITED SIZE INTO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-BEFORE
           CALL "payee_set_tax" USING BY REFERENCE WS-ARG-NAME
                                      BY REFERENCE WS-ARG-TIN
                                      BY VALUE WS-ARG-REPORTABLE
                                      BY REFERENCE WS-ARG-BOX
                                RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: '" FUNCTION TRIM(WS-ARG-NAME)
                       "' is not on the payee master"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to save payee tax details"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-REPORTABLE = 1
               DISPLAY "Payee '" FUNCTION TRIM(WS-ARG-NAME)
                       "' is reportable (box "
                       FUNCTION TRIM(WS-ARG-BOX) ")"
           ELSE
               DISPLAY "Payee '" FUNCTION TRIM(WS-ARG-NAME)
                       "' tax details saved (not reportable)"
           END-IF
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
      *> PAYEE-SET-ACCOUNT - 改收款人缺省账户 (敏感主档, 登记了
      *> 角色的账本上先挂起, 另一位主管批准后才生效)
      *> ---------------------------------------------------------
       PAYEE-SET-ACCOUNT.
           IF WS-ARG-NAME = SPACES OR WS-ARG-ACCOUNT = SPACES
               DISPLAY "Error: --name and --account are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "payee" TO WS-MCL-ENTITY
           MOVE WS-ARG-NAME TO WS-MCL-KEY
           MOVE SPACES TO WS-MCL-KEY2
           MOVE "default-account" TO WS-MCL-FIELD
           MOVE WS-ARG-ACCOUNT TO WS-MCL-AFTER
           MOVE 0 TO WS-MCL-NUM1 WS-MCL-NUM2
           PERFORM MASTER-CHANGE-GATE
           IF WS-RETURN-CODE NOT = 0 OR WS-MCL-HELD = 1
               EXIT PARAGRAPH
           END-IF

           CALL "payee_set_account" USING BY REFERENCE WS-ARG-NAME
                                          BY REFERENCE WS-ARG-ACCOUNT
                                    RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: '" FUNCTION TRIM(WS-ARG-NAME)
                       "' is not on the payee master (or account '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT) "' unknown)"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to set default account"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Default account for '" FUNCTION TRIM(WS-ARG-NAME)
                   "' set to '" FUNCTION TRIM(WS-ARG-ACCOUNT) "'"
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
       PAYEE-TAX.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM PAYEE-SET-TAX-INFO.

      *> ---------------------------------------------------------
      *> PAYEE-INFO-RETURN - 年度付款信息申报 (1099 式)
      *> 按历年汇总付给每个需申报收款人的款项 (已入账支出 + ap
      *> 付款; 刷卡付的由卡组织申报, 后端按账户类型 card 排除).
      *> 先列缺纳税人识别号的例外, 有例外不建文件 (--force 跳过
      *> 它们照建); 超过门槛 (.ledgerrc info_return_threshold,
      *> 缺省 600) 的进定长申报文件与收款人联
      *> ---------------------------------------------------------
       PAYEE-INFO-RETURN.
           IF WS-ARG-YEAR = SPACES OR WS-ARG-YEAR IS NOT NUMERIC
               DISPLAY "Error: --year YYYY is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-INF-MISSING
           CALL "payee_info_missing_tin_begin"
                USING BY REFERENCE WS-ARG-YEAR
                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "payee_info_missing_tin_next"
                    USING BY REFERENCE WS-PAYEE-CANON
                          BY REFERENCE WS-INF-TOTAL
                    RETURNING WS-RC
               IF WS-RC = 0
                   IF WS-INF-MISSING = 0
                       DISPLAY "Reportable payees with no taxpayer "
                               "ID:"
                   END-IF
                   ADD 1 TO WS-INF-MISSING
                   COMPUTE WS-DISP-INF-TOTAL = WS-INF-TOTAL / 100
                   DISPLAY "  " WS-PAYEE-CANON(1:30) "  paid "
                           WS-DISP-INF-TOTAL
               END-IF
           END-PERFORM
           CALL "payee_info_missing_tin_end" RETURNING WS-RC
           IF WS-INF-MISSING > 0 AND WS-ARG-FORCE = 0
               MOVE WS-INF-MISSING TO WS-INF-MISSING-DISP
               DISPLAY FUNCTION TRIM(WS-INF-MISSING-DISP)
                       " exception(s) - filing NOT built"
               DISPLAY "Add the IDs with 'ledger payee tax --name "
                       "<payee> --tin <id>', or re-run with --force "
                       "to leave them out"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-OUT-PATH NOT = SPACES
               MOVE WS-OUT-PATH TO WS-BPY-PATH
           ELSE
               MOVE SPACES TO WS-BPY-PATH
               STRING "./export/inforeturn_" WS-ARG-YEAR ".dat"
                      DELIMITED SIZE INTO WS-BPY-PATH
           END-IF
           MOVE SPACES TO WS-PRINT-PATH
           STRING FUNCTION TRIM(WS-BPY-PATH) ".copies.txt"
                  DELIMITED SIZE INTO WS-PRINT-PATH
           OPEN OUTPUT BANKPAY-FILE
           IF WS-BPY-STATUS NOT = "00"
               DISPLAY "Error: Cannot create filing file "
                       FUNCTION TRIM(WS-BPY-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Error: Cannot create recipient copies "
                       FUNCTION TRIM(WS-PRINT-PATH)
               CLOSE BANKPAY-FILE
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-YEAR TO WS-INF-H-YEAR WS-INF-D-YEAR
           MOVE WS-INF-PAYER-TIN TO WS-INF-H-TIN
           MOVE WS-CONFIG-BIZ-NAME TO WS-INF-H-PAYER
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
           MOVE SPACES TO WS-INF-H-CREATED
           STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                  DELIMITED SIZE INTO WS-INF-H-CREATED
           MOVE SPACES TO WS-BPY-LINE
           MOVE WS-INF-HEADER-REC TO WS-BPY-LINE
           WRITE WS-BPY-LINE

           MOVE 0 TO WS-INF-COUNT WS-INF-BELOW WS-INF-SUM
           CALL "payee_info_totals_begin" USING BY REFERENCE
                                                WS-ARG-YEAR
                                          RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "payee_info_totals_next"
                    USING BY REFERENCE WS-PAYEE-CANON
                          BY REFERENCE WS-INF-TIN
                          BY REFERENCE WS-INF-BOX
                          BY REFERENCE WS-INF-TOTAL
                    RETURNING WS-RC
               IF WS-RC = 0
                   EVALUATE TRUE
                       WHEN WS-INF-TIN = SPACES
                           CONTINUE
                       WHEN WS-INF-TOTAL < WS-INF-THRESHOLD
                           ADD 1 TO WS-INF-BELOW
                       WHEN OTHER
                           PERFORM PAYEE-INFO-ONE-RECIPIENT
                   END-EVALUATE
               END-IF
           END-PERFORM
           CALL "payee_info_totals_end" RETURNING WS-RC

           MOVE WS-INF-COUNT TO WS-INF-T-COUNT
           MOVE WS-INF-SUM TO WS-INF-T-TOTAL
           MOVE SPACES TO WS-BPY-LINE
           MOVE WS-INF-TRAILER-REC TO WS-BPY-LINE
           WRITE WS-BPY-LINE
           CLOSE BANKPAY-FILE
           CLOSE PRINT-FILE

           MOVE WS-INF-COUNT TO WS-INF-COUNT-DISP
           MOVE WS-INF-BELOW TO WS-INF-BELOW-DISP
           COMPUTE WS-DISP-INF-SUM = WS-INF-SUM / 100
           DISPLAY "Information return " FUNCTION TRIM(WS-ARG-YEAR)
                   ": " FUNCTION TRIM(WS-INF-COUNT-DISP)
                   " recipient(s), total " WS-DISP-INF-SUM
           DISPLAY "  " FUNCTION TRIM(WS-INF-BELOW-DISP)
                   " reportable payee(s) under the threshold"
           DISPLAY "Filing file:      " FUNCTION TRIM(WS-BPY-PATH)
           DISPLAY "Recipient copies: " FUNCTION TRIM(WS-PRINT-PATH)

           MOVE "inforeturn" TO WS-ICL-INTERFACE
           MOVE "out" TO WS-ICL-DIRECTION
           MOVE WS-BPY-PATH TO WS-ICL-FILE
           MOVE WS-INF-COUNT TO WS-ICL-HDR-COUNT WS-ICL-ACCEPTED
           MOVE WS-INF-SUM TO WS-ICL-HDR-TOTAL WS-ICL-POSTED
           PERFORM ICL-RECORD.

      *> ---------------------------------------------------------
      *> 一个收款人: 申报文件写一条 B 记录, 收款人联印一份
      *> (收款人联上的识别号只露后四位)
      *> ---------------------------------------------------------
       PAYEE-INFO-ONE-RECIPIENT.
           ADD 1 TO WS-INF-COUNT
           ADD WS-INF-TOTAL TO WS-INF-SUM
           MOVE WS-INF-BOX TO WS-INF-D-BOX
           MOVE WS-INF-TIN TO WS-INF-D-TIN
           MOVE WS-PAYEE-CANON TO WS-INF-D-NAME
           MOVE WS-INF-TOTAL TO WS-INF-D-AMOUNT
           MOVE SPACES TO WS-BPY-LINE
           MOVE WS-INF-DETAIL-REC TO WS-BPY-LINE
           WRITE WS-BPY-LINE

           MOVE ALL "*" TO WS-INF-TIN-MASK
           COMPUTE WS-INF-TIN-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-INF-TIN))
           IF WS-INF-TIN-LEN > 4
               MOVE SPACES TO WS-INF-TIN-MASK
               MOVE ALL "*" TO WS-INF-TIN-MASK(1:WS-INF-TIN-LEN - 4)
               MOVE WS-INF-TIN(WS-INF-TIN-LEN - 3:4)
                    TO WS-INF-TIN-MASK(WS-INF-TIN-LEN - 3:4)
           ELSE
               MOVE WS-INF-TIN TO WS-INF-TIN-MASK
           END-IF

           COMPUTE WS-DISP-INF-TOTAL = WS-INF-TOTAL / 100
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PAYMENT INFORMATION " WS-ARG-YEAR
                  " - COPY B FOR RECIPIENT"
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "------------------------------------------"
                TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PAYER:      " FUNCTION TRIM(WS-CONFIG-BIZ-NAME)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           IF WS-CONFIG-BIZ-ADDR NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING "            " FUNCTION TRIM(WS-CONFIG-BIZ-ADDR)
                      DELIMITED SIZE INTO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PAYER TIN:  " FUNCTION TRIM(WS-INF-PAYER-TIN)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RECIPIENT:  " FUNCTION TRIM(WS-PAYEE-CANON)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RECIP TIN:  " FUNCTION TRIM(WS-INF-TIN-MASK)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BOX " FUNCTION TRIM(WS-INF-BOX) ":   "
                  WS-DISP-INF-TOTAL
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "------------------------------------------"
                TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           DISPLAY "  " WS-PAYEE-CANON(1:30) "  "
                   FUNCTION TRIM(WS-INF-BOX) "  " WS-DISP-INF-TOTAL.

      *> ---------------------------------------------------------
      *> PAYEE-NORMALIZE - 把历史行上的一个变体写法整批改写成
      *> 主档上的规范写法 (规范名必须已登记); --dry-run 只报行数
      *> ---------------------------------------------------------
       PAYEE-NORMALIZE.
           IF WS-ARG-CAT-FROM = SPACES OR WS-ARG-CAT-TO = SPACES
               DISPLAY "Error: --from and --into are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "payee_lookup" USING BY REFERENCE WS-ARG-CAT-TO
                                     BY REFERENCE WS-PAYEE-CANON
                                     BY REFERENCE WS-PAYEE-DEF-CAT
                                     BY REFERENCE WS-PAYEE-DEF-ACCT
                                     BY REFERENCE WS-PAYEE-DEF-DEDUCT
                               RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: '" FUNCTION TRIM(WS-ARG-CAT-TO)
                       "' is not on the payee master - run "
                       "'ledger payee add' first"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-DRY-RUN = 1
               CALL "payee_merge_count"
                    USING BY REFERENCE WS-ARG-CAT-FROM
                          BY REFERENCE WS-PAYEE-CANON
                          BY REFERENCE WS-DRY-COUNT
                    RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: Failed to preview normalization"
                   MOVE 2 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DRY-COUNT TO WS-DRY-COUNT-DISP
               DISPLAY "DRY RUN - nothing will be rewritten"
               DISPLAY FUNCTION TRIM(WS-DRY-COUNT-DISP)
                       " transaction(s) would move from '"
                       FUNCTION TRIM(WS-ARG-CAT-FROM) "' to '"
                       FUNCTION TRIM(WS-PAYEE-CANON) "'"
               EXIT PARAGRAPH
           END-IF

           MOVE "payee" TO WS-HLD-SCOPE
           MOVE 0 TO WS-HLD-ID
           MOVE WS-ARG-CAT-FROM TO WS-HLD-ARG
           PERFORM HOLD-CHECK
           IF WS-HLD-BLOCKED = 1
               MOVE 7 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "payee_merge" USING BY REFERENCE WS-ARG-CAT-FROM
                                    BY REFERENCE WS-PAYEE-CANON
                                    BY REFERENCE WS-ROW-COUNT
                              RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to normalize payee"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-COUNT TO WS-ROW-COUNT-DISP
           DISPLAY FUNCTION TRIM(WS-ROW-COUNT-DISP)
                   " transaction(s) moved from '"
                   FUNCTION TRIM(WS-ARG-CAT-FROM) "' to '"
                   FUNCTION TRIM(WS-PAYEE-CANON) "'"
           MOVE "payee" TO WS-MCL-ENTITY
           MOVE WS-ARG-CAT-FROM TO WS-MCL-KEY WS-MCL-BEFORE
           MOVE SPACES TO WS-MCL-KEY2
           MOVE "merge" TO WS-MCL-FIELD
           MOVE WS-PAYEE-CANON TO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-LOG.

      *> ============================================================
      *> CMD: invest - 证券投资子系统
      *> (security/securities/buy/sell/dividend/split/prices/
      *>  holdings/gains)
      *> 证券主档 + 每个持仓按买入批次 (税批) 记数量与成本; 买卖
      *> 的本金在券商账户与证券资产账户 (securities_account) 之间
      *> 转账 (同存货入库), 只有已实现损益与分红作为收支记到券商
      *> 账户; 拆股只调整批次数量不动现金. 日价格
      *> 文件更新市价; 持仓表给成本/市值/未实现损益, 已实现损益
      *> 按年出 (先进先出或 --lot 指定批次). 市值同时并入
      *> report networth 与月末净值快照
      *> ============================================================
       CMD-INVEST.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-ARG-SYMBOL) TO WS-INV-SYMBOL
           EVALUATE WS-SUBCOMMAND
               WHEN "security"
                   PERFORM INVEST-SECURITY-ADD
               WHEN "securities"
                   PERFORM INVEST-SECURITY-LIST
               WHEN "buy"
                   PERFORM INVEST-BUY
               WHEN "sell"
                   PERFORM INVEST-SELL
               WHEN "dividend"
                   PERFORM INVEST-DIVIDEND
               WHEN "split"
                   PERFORM INVEST-SPLIT
               WHEN "prices"
                   PERFORM INVEST-PRICES
               WHEN "holdings"
                   PERFORM INVEST-HOLDINGS
               WHEN "gains"
                   PERFORM INVEST-GAINS
               WHEN OTHER
                   DISPLAY "Error: invest requires a subcommand"
                   DISPLAY "Usage: ledger invest security --symbol S "
                           "--name <name>"
                   DISPLAY "       ledger invest securities"
                   DISPLAY "       ledger invest buy --account <broker>"
                           " --symbol S --qty Q --price P --date D "
                           "[--fee F]"
                   DISPLAY "       ledger invest sell --account "
                           "<broker> --symbol S --qty Q --price P "
                           "--date D [--fee F] [--lot N]"
                   DISPLAY "       ledger invest dividend --account "
                           "<broker> --symbol S --amount N --date D"
                   DISPLAY "       ledger invest split --symbol S "
                           "--ratio NEW:OLD --date D"
                   DISPLAY "       ledger invest prices --file "
                           "<symbol,date,price csv>"
                   DISPLAY "       ledger invest holdings "
                           "[--as-of YYYY-MM-DD]"
                   DISPLAY "       ledger invest gains --year YYYY"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       INVEST-SECURITY-ADD.
           IF WS-INV-SYMBOL = SPACES OR WS-ARG-NAME = SPACES
               DISPLAY "Error: --symbol and --name are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "security_add" USING BY REFERENCE WS-INV-SYMBOL
                                     BY REFERENCE WS-ARG-NAME
                               RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add security (duplicate?)"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Security " FUNCTION TRIM(WS-INV-SYMBOL) " ("
                   FUNCTION TRIM(WS-ARG-NAME) ") added".

      *> ---------------------------------------------------------
       INVEST-SECURITY-LIST.
           DISPLAY "SYMBOL        NAME                            "
                   "LAST PRICE    AS OF"
           CALL "security_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "security_list_next"
                    USING BY REFERENCE WS-INV-SYMBOL
                          BY REFERENCE WS-INV-NAME
                          BY REFERENCE WS-INV-PRICE-E4
                          BY REFERENCE WS-INV-PRICE-DATE
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-INV-PRICE-DISP = WS-INV-PRICE-E4 / 10000
                   DISPLAY WS-INV-SYMBOL "  " WS-INV-NAME(1:30) "  "
                           WS-INV-PRICE-DISP "  "
                           FUNCTION TRIM(WS-INV-PRICE-DATE)
               END-IF
           END-PERFORM
           CALL "security_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> 买/卖共用的入参校验: 券商账户/证券/数量/价格/日期/费用
      *> 结果: WS-INV-QTY (千分之一股), WS-INV-PRICE-E4,
      *> WS-INV-GROSS (分), WS-INV-FEE (分)
      *> ---------------------------------------------------------
       INVEST-CHECK-TRADE.
           IF WS-ARG-ACCOUNT = SPACES OR WS-INV-SYMBOL = SPACES
              OR WS-QTY-MILLI NOT > 0 OR WS-ARG-PRICE = SPACES
              OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --account, --symbol, --qty, --price "
                       "and --date are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INV-PRICE-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-PRICE))
           COMPUTE WS-INV-PRICE-E4 = WS-INV-PRICE-NUM * 10000
           IF WS-INV-PRICE-E4 NOT > 0
               DISPLAY "Error: --price must be greater than 0"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-INV-FEE
           IF WS-ARG-FEE NOT = SPACES
               MOVE "AMOUNT" TO WS-VALID-TYPE
               CALL "VALIDATE" USING WS-ARG-FEE WS-VALID-TYPE
                                      WS-VALID-RESULT
                                      WS-VALID-ERROR-MSG
               IF WS-VALID-RESULT NOT = 1
                   DISPLAY "Error: --fee: "
                           FUNCTION TRIM(WS-VALID-ERROR-MSG)
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-AMOUNT-NUM =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-FEE))
               COMPUTE WS-INV-FEE = WS-AMOUNT-NUM * 100
           END-IF
           MOVE WS-QTY-MILLI TO WS-INV-QTY
      *>   千分之一股 x 万分之一元 -> 分: 除以 10^5
           COMPUTE WS-INV-GROSS ROUNDED =
                   WS-INV-QTY * WS-INV-PRICE-E4 / 100000.

      *> ---------------------------------------------------------
      *> 收支一腿 (已实现损益/分红): 按 WS-BATCH-TYPE/CATEGORY/
      *> DATE/NOTE 与 WS-AMOUNT-CENTS 记到 --account (券商账户);
      *> 数量字段留给单位成本报表, 这里不带股数
      *> ---------------------------------------------------------
       INVEST-POST-CASH.
           MOVE 0 TO WS-QTY-MILLI WS-TAX-CENTS
           MOVE 0 TO WS-VLK-ID
           MOVE WS-BATCH-DATE TO WS-VLK-DATE
           MOVE WS-TAX-CENTS TO WS-VLK-TAX
           PERFORM VAT-LOCK-CHECK
           IF WS-VLK-LOCKED = 1
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "tx_add" USING BY REFERENCE WS-BATCH-DATE
                               BY REFERENCE WS-BATCH-TYPE
                               BY REFERENCE WS-BATCH-CATEGORY
                               BY VALUE WS-AMOUNT-CENTS
                               BY REFERENCE WS-BATCH-NOTE
                               BY REFERENCE WS-ARG-TAGS
                               BY REFERENCE WS-ARG-ACCOUNT
                               BY REFERENCE WS-ARG-CURRENCY
                               BY REFERENCE WS-ARG-SPLIT
                               BY REFERENCE WS-ARG-PAYEE
                               BY VALUE WS-THRESHOLD-CENTS
                               BY REFERENCE WS-ARG-ATTACH
                               BY REFERENCE WS-ARG-DEBIT-ACCOUNT
                               BY REFERENCE WS-ARG-CREDIT-ACCOUNT
                               BY REFERENCE WS-ARG-PROJECT
                               BY REFERENCE WS-ARG-DEDUCT-OVR
                               BY VALUE WS-TAX-CENTS
                               BY VALUE WS-QTY-MILLI
                               BY REFERENCE WS-ARG-UNIT
                               BY REFERENCE WS-ARG-CHEQUE
                               BY REFERENCE WS-ARG-SHARE
                               BY REFERENCE WS-ARG-FUND
                         RETURNING WS-RC
           IF WS-RC = 5
               DISPLAY "Error: " FUNCTION TRIM(WS-BATCH-DATE)
                       " falls in a closed period"
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to post the cash side to '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT) "'"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-BATCH-TYPE) = "EXPENSE"
               MOVE WS-AMOUNT-CENTS TO WS-PEC-POSTED
               PERFORM PROJECT-ESTIMATE-CHECK
           END-IF.

      *> ---------------------------------------------------------
      *> 本金一腿: WS-INV-POST-NOTE, 金额 WS-AMOUNT-CENTS,
      *> 从 WS-ARG-FROM-ACCOUNT 转到 WS-ARG-TO-ACCOUNT
      *> ---------------------------------------------------------
       INVEST-POST-TRANSFER.
           CALL "tx_transfer" USING BY REFERENCE WS-ARG-FROM-ACCOUNT
                                     BY REFERENCE WS-ARG-TO-ACCOUNT
                                     BY VALUE WS-AMOUNT-CENTS
                                     BY REFERENCE WS-ARG-DATE
                                     BY REFERENCE WS-INV-POST-NOTE
                               RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to transfer the principal from '"
                       FUNCTION TRIM(WS-ARG-FROM-ACCOUNT) "' to '"
                       FUNCTION TRIM(WS-ARG-TO-ACCOUNT) "'"
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
      *> 子账 (税批/库存移动) 已写而现金腿失败: 整批冲掉本次
      *> 运行 WS-RUN-ID, 不留半笔
      *> ---------------------------------------------------------
       BATCH-BACKOUT-RUN.
           CALL "run_backout" USING BY VALUE WS-RUN-ID
                                    BY REFERENCE WS-RUN-ROWS
                              RETURNING WS-RC-SAVE
           MOVE WS-RUN-ID TO WS-RUN-ID-DISP
           IF WS-RC-SAVE = 0
               DISPLAY "Run " FUNCTION TRIM(WS-RUN-ID-DISP)
                       " backed out - nothing recorded"
           ELSE
               DISPLAY "Warning: run " FUNCTION TRIM(WS-RUN-ID-DISP)
                       " could not be backed out (rc " WS-RC-SAVE
                       ") - review it with 'ledger runs'"
           END-IF.

      *> ---------------------------------------------------------
      *> INVEST-BUY - 新开一个税批 (成本 = 成交额 + 费用),
      *> 同额从券商账户转入证券资产账户
      *> ---------------------------------------------------------
       INVEST-BUY.
           PERFORM INVEST-CHECK-TRADE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INV-CASH = WS-INV-GROSS + WS-INV-FEE
           MOVE WS-ARG-DATE TO WS-PCK-DATE
           MOVE 0 TO WS-PCK-TAX
           PERFORM POSTING-PERIOD-CHECK
           IF WS-PCK-BLOCKED = 1
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "invest" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           CALL "invest_buy" USING BY REFERENCE WS-INV-SYMBOL
                                   BY REFERENCE WS-ARG-ACCOUNT
                                   BY VALUE WS-INV-QTY
                                   BY VALUE WS-INV-CASH
                                   BY REFERENCE WS-ARG-DATE
                                   BY REFERENCE WS-INV-LOT-ID
                             RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: unknown security '"
                       FUNCTION TRIM(WS-INV-SYMBOL) "' - run "
                       "'ledger invest security' first"
               CALL "run_end" RETURNING WS-RC
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to record the purchase"
               CALL "run_end" RETURNING WS-RC
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-ACCOUNT TO WS-ARG-FROM-ACCOUNT
           MOVE WS-INV-SEC-ACCOUNT TO WS-ARG-TO-ACCOUNT
           MOVE WS-INV-CASH TO WS-AMOUNT-CENTS
           MOVE SPACES TO WS-INV-POST-NOTE
           STRING "buy " FUNCTION TRIM(WS-INV-SYMBOL) " lot "
                  WS-INV-LOT-ID
                  DELIMITED SIZE INTO WS-INV-POST-NOTE
           PERFORM INVEST-POST-TRANSFER
           CALL "run_end" RETURNING WS-RC
           IF WS-RETURN-CODE NOT = 0
               PERFORM BATCH-BACKOUT-RUN
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-INV-QTY-DISP = WS-INV-QTY / 1000
           COMPUTE WS-DISP-INV-AMT1 = WS-INV-CASH / 100
           DISPLAY "Bought " FUNCTION TRIM(WS-INV-QTY-DISP) " "
                   FUNCTION TRIM(WS-INV-SYMBOL) " (lot "
                   WS-INV-LOT-ID "), cost " WS-DISP-INV-AMT1
                   " paid from '" FUNCTION TRIM(WS-ARG-ACCOUNT)
                   "' to '" FUNCTION TRIM(WS-INV-SEC-ACCOUNT) "'".

      *> ---------------------------------------------------------
      *> INVEST-SELL - 按先进先出 (或 --lot 指定批次) 冲减税批,
      *> 后端回传冲掉的成本与已实现损益; 冲掉的成本从证券资产
      *> 账户转回券商账户, 损益另记收入/支出, 两腿合计即净价款
      *> ---------------------------------------------------------
       INVEST-SELL.
           PERFORM INVEST-CHECK-TRADE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INV-PROCEEDS = WS-INV-GROSS - WS-INV-FEE
           MOVE WS-ARG-DATE TO WS-PCK-DATE
           MOVE 0 TO WS-PCK-TAX
           PERFORM POSTING-PERIOD-CHECK
           IF WS-PCK-BLOCKED = 1
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "invest" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           CALL "invest_sell" USING BY REFERENCE WS-INV-SYMBOL
                                    BY REFERENCE WS-ARG-ACCOUNT
                                    BY VALUE WS-INV-QTY
                                    BY VALUE WS-INV-PROCEEDS
                                    BY REFERENCE WS-ARG-DATE
                                    BY VALUE WS-ARG-LOT
                                    BY REFERENCE WS-INV-COST
                                    BY REFERENCE WS-INV-GAIN
                              RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: no open position in "
                       FUNCTION TRIM(WS-INV-SYMBOL) " at '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT) "'"
               CALL "run_end" RETURNING WS-RC
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC = 7
               IF WS-ARG-LOT NOT = 0
                   DISPLAY "Error: lot " WS-ARG-LOT " does not hold "
                           "that many shares of "
                           FUNCTION TRIM(WS-INV-SYMBOL)
               ELSE
                   DISPLAY "Error: selling more "
                           FUNCTION TRIM(WS-INV-SYMBOL)
                           " than is held"
               END-IF
               CALL "run_end" RETURNING WS-RC
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to record the sale"
               CALL "run_end" RETURNING WS-RC
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-INV-COST NOT = 0
               MOVE WS-INV-SEC-ACCOUNT TO WS-ARG-FROM-ACCOUNT
               MOVE WS-ARG-ACCOUNT TO WS-ARG-TO-ACCOUNT
               MOVE WS-INV-COST TO WS-AMOUNT-CENTS
               MOVE SPACES TO WS-INV-POST-NOTE
               STRING "sell " FUNCTION TRIM(WS-INV-SYMBOL)
                      " cost"
                      DELIMITED SIZE INTO WS-INV-POST-NOTE
               PERFORM INVEST-POST-TRANSFER
           END-IF
      *>   已实现收益记收入, 亏损按绝对值记支出
           IF WS-RETURN-CODE = 0 AND WS-INV-GAIN NOT = 0
               IF WS-INV-GAIN > 0
                   MOVE "INCOME" TO WS-BATCH-TYPE
                   MOVE WS-INV-GAIN TO WS-AMOUNT-CENTS
               ELSE
                   MOVE "EXPENSE" TO WS-BATCH-TYPE
                   COMPUTE WS-AMOUNT-CENTS = 0 - WS-INV-GAIN
               END-IF
               MOVE WS-INV-CATEGORY TO WS-BATCH-CATEGORY
               MOVE WS-ARG-DATE TO WS-BATCH-DATE
               MOVE SPACES TO WS-BATCH-NOTE
               STRING "sell " FUNCTION TRIM(WS-INV-SYMBOL)
                      " realized gain/loss"
                      DELIMITED SIZE INTO WS-BATCH-NOTE
               PERFORM INVEST-POST-CASH
           END-IF
           CALL "run_end" RETURNING WS-RC
           IF WS-RETURN-CODE NOT = 0
               PERFORM BATCH-BACKOUT-RUN
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-INV-QTY-DISP = WS-INV-QTY / 1000
           COMPUTE WS-DISP-INV-AMT1 = WS-INV-PROCEEDS / 100
           COMPUTE WS-DISP-INV-AMT2 = WS-INV-COST / 100
           COMPUTE WS-DISP-INV-AMT3 = WS-INV-GAIN / 100
           DISPLAY "Sold " FUNCTION TRIM(WS-INV-QTY-DISP) " "
                   FUNCTION TRIM(WS-INV-SYMBOL) ": proceeds "
                   WS-DISP-INV-AMT1
           DISPLAY "  cost relieved " WS-DISP-INV-AMT2
                   "  realized gain " WS-DISP-INV-AMT3.

      *> ---------------------------------------------------------
       INVEST-DIVIDEND.
           IF WS-ARG-ACCOUNT = SPACES OR WS-INV-SYMBOL = SPACES
              OR WS-ARG-AMOUNT = SPACES OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --account, --symbol, --amount and "
                       "--date are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-INV-CASH = WS-AMOUNT-NUM * 100
           MOVE WS-ARG-DATE TO WS-PCK-DATE
           MOVE 0 TO WS-PCK-TAX
           PERFORM POSTING-PERIOD-CHECK
           IF WS-PCK-BLOCKED = 1
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "invest" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           CALL "invest_dividend" USING BY REFERENCE WS-INV-SYMBOL
                                        BY REFERENCE WS-ARG-ACCOUNT
                                        BY VALUE WS-INV-CASH
                                        BY REFERENCE WS-ARG-DATE
                                  RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: unknown security '"
                       FUNCTION TRIM(WS-INV-SYMBOL) "'"
               CALL "run_end" RETURNING WS-RC
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to record the dividend"
               CALL "run_end" RETURNING WS-RC
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "INCOME" TO WS-BATCH-TYPE
           MOVE WS-INV-DIV-CATEGORY TO WS-BATCH-CATEGORY
           MOVE WS-ARG-DATE TO WS-BATCH-DATE
           MOVE WS-INV-CASH TO WS-AMOUNT-CENTS
           MOVE SPACES TO WS-BATCH-NOTE
           STRING "dividend " FUNCTION TRIM(WS-INV-SYMBOL)
                  DELIMITED SIZE INTO WS-BATCH-NOTE
           PERFORM INVEST-POST-CASH
           CALL "run_end" RETURNING WS-RC
           IF WS-RETURN-CODE NOT = 0
               PERFORM BATCH-BACKOUT-RUN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Dividend on " FUNCTION TRIM(WS-INV-SYMBOL)
                   " of " FUNCTION TRIM(WS-ARG-AMOUNT)
                   " posted to '" FUNCTION TRIM(WS-ARG-ACCOUNT) "'".

      *> ---------------------------------------------------------
      *> INVEST-SPLIT - 拆/并股: 每个未平批次数量 x NEW/OLD,
      *> 成本不变 (单位成本随之摊薄)
      *> ---------------------------------------------------------
       INVEST-SPLIT.
           IF WS-INV-SYMBOL = SPACES OR WS-ARG-RATIO = SPACES
              OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --symbol, --ratio and --date are "
                       "required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INV-RATIO-F1 WS-INV-RATIO-F2
           UNSTRING WS-ARG-RATIO DELIMITED BY ":"
               INTO WS-INV-RATIO-F1 WS-INV-RATIO-F2
           END-UNSTRING
           COMPUTE WS-INV-RATIO-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-INV-RATIO-F1))
           COMPUTE WS-INV-RATIO-DEN =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-INV-RATIO-F2))
           IF WS-INV-RATIO-NUM NOT > 0 OR WS-INV-RATIO-DEN NOT > 0
               DISPLAY "Error: --ratio must look like 2:1 "
                       "(new shares : old shares)"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "invest_split" USING BY REFERENCE WS-INV-SYMBOL
                                     BY VALUE WS-INV-RATIO-NUM
                                     BY VALUE WS-INV-RATIO-DEN
                                     BY REFERENCE WS-ARG-DATE
                                     BY REFERENCE WS-INV-LOADED
                               RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: no open lots of "
                       FUNCTION TRIM(WS-INV-SYMBOL)
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to apply the split"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INV-LOADED TO WS-INV-LOADED-DISP
           DISPLAY "Split " FUNCTION TRIM(WS-ARG-RATIO) " applied to "
                   FUNCTION TRIM(WS-INV-LOADED-DISP) " lot(s) of "
                   FUNCTION TRIM(WS-INV-SYMBOL).

      *> ---------------------------------------------------------
      *> INVEST-PRICES - 日价格文件: 每行 证券,日期,收盘价
      *> (首行可为标题); 坏行/未登记证券计数后跳过
      *> ---------------------------------------------------------
       INVEST-PRICES.
           IF WS-ARG-FILE = SPACES
               DISPLAY "Error: --file is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-FILE TO WS-ACK-PATH
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "Error: Cannot open price file "
                       FUNCTION TRIM(WS-ACK-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ACK-EOF WS-INV-LOADED WS-INV-REJECTED
           PERFORM UNTIL WS-ACK-EOF = 1
               READ ACK-FILE
                   AT END
                       MOVE 1 TO WS-ACK-EOF
               END-READ
               IF WS-ACK-EOF = 0 AND WS-ACK-LINE NOT = SPACES
                   PERFORM INVEST-PRICE-ONE-LINE
               END-IF
           END-PERFORM
           CLOSE ACK-FILE
           MOVE WS-INV-LOADED TO WS-INV-LOADED-DISP
           MOVE WS-INV-REJECTED TO WS-INV-REJECTED-DISP
           DISPLAY "Prices loaded: " FUNCTION TRIM(WS-INV-LOADED-DISP)
                   ", rejected: " FUNCTION TRIM(WS-INV-REJECTED-DISP)
           IF WS-INV-REJECTED > 0
               MOVE 1 TO WS-RETURN-CODE
           END-IF

           MOVE "prices" TO WS-ICL-INTERFACE
           MOVE "in" TO WS-ICL-DIRECTION
           MOVE WS-ACK-PATH TO WS-ICL-FILE
           MOVE WS-INV-LOADED TO WS-ICL-ACCEPTED
           MOVE WS-INV-REJECTED TO WS-ICL-REJECTED
           PERFORM ICL-RECORD.

      *> ---------------------------------------------------------
       INVEST-PRICE-ONE-LINE.
           MOVE SPACES TO WS-INV-F1 WS-INV-F2 WS-INV-F3
           UNSTRING WS-ACK-LINE DELIMITED BY ","
               INTO WS-INV-F1 WS-INV-F2 WS-INV-F3
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INV-F1))
                TO WS-INV-SYMBOL
           IF WS-INV-SYMBOL = "SYMBOL"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INV-F2) TO WS-INV-PRICE-DATE
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-INV-PRICE-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           COMPUTE WS-INV-PRICE-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-INV-F3))
           COMPUTE WS-INV-PRICE-E4 = WS-INV-PRICE-NUM * 10000
           IF WS-VALID-RESULT NOT = 1 OR WS-INV-PRICE-E4 NOT > 0
               ADD 1 TO WS-INV-REJECTED
               DISPLAY "  rejected: " FUNCTION TRIM(WS-ACK-LINE)
               EXIT PARAGRAPH
           END-IF
           CALL "security_price_set" USING BY REFERENCE WS-INV-SYMBOL
                                           BY REFERENCE
                                              WS-INV-PRICE-DATE
                                           BY VALUE WS-INV-PRICE-E4
                                     RETURNING WS-RC
           IF WS-RC NOT = 0
               ADD 1 TO WS-INV-REJECTED
               DISPLAY "  rejected (unknown security): "
                       FUNCTION TRIM(WS-ACK-LINE)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INV-LOADED.

      *> ---------------------------------------------------------
      *> INVEST-HOLDINGS - 持仓: 数量/成本/截至日最近价格的市值/
      *> 未实现损益 (--as-of 缺省今天)
      *> ---------------------------------------------------------
       INVEST-HOLDINGS.
           IF WS-ARG-AS-OF = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                      DELIMITED SIZE INTO WS-ARG-AS-OF
           END-IF
           DISPLAY " "
           DISPLAY "Holdings as of " FUNCTION TRIM(WS-ARG-AS-OF)
           DISPLAY "SYMBOL        ACCOUNT               QUANTITY  "
                   "    COST BASIS   MARKET VALUE     UNREALIZED"
           MOVE 0 TO WS-INV-TOT-COST WS-INV-TOT-MARKET
                     WS-INV-TOT-UNREAL
           CALL "invest_holdings_begin" USING BY REFERENCE
                                              WS-ARG-AS-OF
                                        RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "invest_holdings_next"
                    USING BY REFERENCE WS-INV-SYMBOL
                          BY REFERENCE WS-INV-ACCOUNT
                          BY REFERENCE WS-INV-QTY
                          BY REFERENCE WS-INV-COST
                          BY REFERENCE WS-INV-PRICE-E4
                          BY REFERENCE WS-INV-PRICE-DATE
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-INV-MARKET ROUNDED =
                           WS-INV-QTY * WS-INV-PRICE-E4 / 100000
                   COMPUTE WS-INV-UNREAL = WS-INV-MARKET - WS-INV-COST
                   ADD WS-INV-COST TO WS-INV-TOT-COST
                   ADD WS-INV-MARKET TO WS-INV-TOT-MARKET
                   ADD WS-INV-UNREAL TO WS-INV-TOT-UNREAL
                   COMPUTE WS-INV-QTY-DISP = WS-INV-QTY / 1000
                   COMPUTE WS-DISP-INV-AMT1 = WS-INV-COST / 100
                   COMPUTE WS-DISP-INV-AMT2 = WS-INV-MARKET / 100
                   COMPUTE WS-DISP-INV-AMT3 = WS-INV-UNREAL / 100
                   DISPLAY WS-INV-SYMBOL "  " WS-INV-ACCOUNT(1:20)
                           WS-INV-QTY-DISP WS-DISP-INV-AMT1
                           WS-DISP-INV-AMT2 WS-DISP-INV-AMT3
                   IF WS-INV-PRICE-DATE = SPACES
                       DISPLAY "              (no price on file - "
                               "valued at zero)"
                   END-IF
               END-IF
           END-PERFORM
           CALL "invest_holdings_end" RETURNING WS-RC
           COMPUTE WS-DISP-INV-AMT1 = WS-INV-TOT-COST / 100
           COMPUTE WS-DISP-INV-AMT2 = WS-INV-TOT-MARKET / 100
           COMPUTE WS-DISP-INV-AMT3 = WS-INV-TOT-UNREAL / 100
           DISPLAY " "
           DISPLAY "TOTAL                                         "
                   "  " WS-DISP-INV-AMT1 WS-DISP-INV-AMT2
                   WS-DISP-INV-AMT3.

      *> ---------------------------------------------------------
      *> INVEST-GAINS - 某年已实现损益 (逐笔卖出冲掉的批次),
      *> 持有超过一年的算长期
      *> ---------------------------------------------------------
       INVEST-GAINS.
           IF WS-ARG-YEAR = SPACES OR WS-ARG-YEAR IS NOT NUMERIC
               DISPLAY "Error: --year YYYY is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Realized gains " FUNCTION TRIM(WS-ARG-YEAR)
           DISPLAY "SOLD        SYMBOL        ACQUIRED    QUANTITY  "
                   "      PROCEEDS           COST           GAIN TERM"
           MOVE 0 TO WS-INV-TOT-PROCEEDS WS-INV-TOT-COST
                     WS-INV-TOT-GAIN WS-INV-TOT-SHORT WS-INV-TOT-LONG
           CALL "invest_gains_begin" USING BY REFERENCE WS-ARG-YEAR
                                     RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "invest_gains_next"
                    USING BY REFERENCE WS-INV-SALE-DATE
                          BY REFERENCE WS-INV-SYMBOL
                          BY REFERENCE WS-INV-ACQ-DATE
                          BY REFERENCE WS-INV-QTY
                          BY REFERENCE WS-INV-PROCEEDS
                          BY REFERENCE WS-INV-COST
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM INVEST-GAINS-ONE-ROW
               END-IF
           END-PERFORM
           CALL "invest_gains_end" RETURNING WS-RC
           COMPUTE WS-DISP-INV-AMT1 = WS-INV-TOT-PROCEEDS / 100
           COMPUTE WS-DISP-INV-AMT2 = WS-INV-TOT-COST / 100
           COMPUTE WS-DISP-INV-AMT3 = WS-INV-TOT-GAIN / 100
           DISPLAY " "
           DISPLAY "TOTAL                                           "
                   WS-DISP-INV-AMT1 WS-DISP-INV-AMT2
                   WS-DISP-INV-AMT3
           COMPUTE WS-DISP-INV-AMT1 = WS-INV-TOT-SHORT / 100
           COMPUTE WS-DISP-INV-AMT2 = WS-INV-TOT-LONG / 100
           DISPLAY "  short-term " WS-DISP-INV-AMT1
                   "   long-term " WS-DISP-INV-AMT2.

      *> ---------------------------------------------------------
       INVEST-GAINS-ONE-ROW.
           COMPUTE WS-INV-GAIN = WS-INV-PROCEEDS - WS-INV-COST
           ADD WS-INV-PROCEEDS TO WS-INV-TOT-PROCEEDS
           ADD WS-INV-COST TO WS-INV-TOT-COST
           ADD WS-INV-GAIN TO WS-INV-TOT-GAIN
      *>   满一年以上 (卖出日晚于买入日的周年日) 为长期
           COMPUTE WS-INV-YEARS =
                   FUNCTION NUMVAL(WS-INV-SALE-DATE(1:4))
                 - FUNCTION NUMVAL(WS-INV-ACQ-DATE(1:4))
           IF WS-INV-YEARS > 1
              OR (WS-INV-YEARS = 1
                  AND WS-INV-SALE-DATE(6:5) > WS-INV-ACQ-DATE(6:5))
               MOVE "long" TO WS-INV-TERM
               ADD WS-INV-GAIN TO WS-INV-TOT-LONG
           ELSE
               MOVE "short" TO WS-INV-TERM
               ADD WS-INV-GAIN TO WS-INV-TOT-SHORT
           END-IF
           COMPUTE WS-INV-QTY-DISP = WS-INV-QTY / 1000
           COMPUTE WS-DISP-INV-AMT1 = WS-INV-PROCEEDS / 100
           COMPUTE WS-DISP-INV-AMT2 = WS-INV-COST / 100
           COMPUTE WS-DISP-INV-AMT3 = WS-INV-GAIN / 100
           DISPLAY WS-INV-SALE-DATE " " WS-INV-SYMBOL "  "
                   WS-INV-ACQ-DATE WS-INV-QTY-DISP
                   WS-DISP-INV-AMT1 WS-DISP-INV-AMT2
                   WS-DISP-INV-AMT3 " " WS-INV-TERM.

      *> ============================================================
      *> CMD: item - 永续盘存 (add/list/receive/issue/count/
      *> valuation/reorder)
      *> 物料主档记现存数量与移动加权平均单位成本. 入库按成本
      *> 加数量并重算均价, 货款从付款账户转入存货资产账户
      *> (TRANSFER, 不进收支); 出库按当时均价结转: 存货账户记一笔
      *> cost-of-goods-sold 支出, 月报据此给出毛利. 盘点差额按均价
      *> 记盘亏/盘盈. 日结文件 (CMD-TILL) 的 I 行走同一出库路径
      *> ============================================================
       CMD-ITEM.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-ARG-SKU) TO WS-ITM-SKU
           EVALUATE WS-SUBCOMMAND
               WHEN "add"
                   PERFORM ITEM-ADD
               WHEN "list"
                   PERFORM ITEM-LIST
               WHEN "receive"
                   PERFORM ITEM-RECEIVE
               WHEN "issue"
                   PERFORM ITEM-ISSUE
               WHEN "count"
                   PERFORM ITEM-COUNT
               WHEN "valuation"
                   PERFORM ITEM-VALUATION
               WHEN "reorder"
                   PERFORM ITEM-REORDER
               WHEN OTHER
                   DISPLAY "Error: item requires a subcommand"
                   DISPLAY "Usage: ledger item add --sku S --name "
                           "<name> [--unit U] [--reorder Q]"
                   DISPLAY "       ledger item list"
                   DISPLAY "       ledger item receive --sku S --qty Q "
                           "--price <unit cost> --date D "
                           "--account <paid from>"
                   DISPLAY "       ledger item issue --sku S --qty Q "
                           "--date D"
                   DISPLAY "       ledger item count --sku S "
                           "--counted Q --date D"
                   DISPLAY "       ledger item valuation "
                           "[--as-of YYYY-MM-DD]"
                   DISPLAY "       ledger item reorder"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       ITEM-ADD.
           IF WS-ITM-SKU = SPACES OR WS-ARG-NAME = SPACES
               DISPLAY "Error: --sku and --name are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ITM-REORDER
           IF WS-ARG-REORDER NOT = SPACES
               COMPUTE WS-ITM-REORDER ROUNDED =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-REORDER))
                       * 1000
           END-IF
           MOVE WS-ARG-UNIT TO WS-ITM-UNIT
           IF WS-ITM-UNIT = SPACES
               MOVE "each" TO WS-ITM-UNIT
           END-IF
           CALL "inv_item_add" USING BY REFERENCE WS-ITM-SKU
                                     BY REFERENCE WS-ARG-NAME
                                     BY REFERENCE WS-ITM-UNIT
                                     BY VALUE WS-ITM-REORDER
                               RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add item (duplicate SKU?)"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Item " FUNCTION TRIM(WS-ITM-SKU) " ("
                   FUNCTION TRIM(WS-ARG-NAME) ") added".

      *> ---------------------------------------------------------
       ITEM-LIST.
           DISPLAY "SKU                   NAME                      "
                   "      ON HAND    AVG COST   REORDER AT"
           CALL "inv_item_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "inv_item_list_next"
                    USING BY REFERENCE WS-ITM-SKU
                          BY REFERENCE WS-ITM-NAME
                          BY REFERENCE WS-ITM-UNIT
                          BY REFERENCE WS-ITM-ON-HAND
                          BY REFERENCE WS-ITM-AVG-E4
                          BY REFERENCE WS-ITM-REORDER
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-ITM-QTY-DISP = WS-ITM-ON-HAND / 1000
                   COMPUTE WS-ITM-AVG-DISP = WS-ITM-AVG-E4 / 10000
                   COMPUTE WS-ITM-QTY-DISP2 = WS-ITM-REORDER / 1000
                   DISPLAY WS-ITM-SKU "  " WS-ITM-NAME(1:24)
                           WS-ITM-QTY-DISP WS-ITM-AVG-DISP
                           WS-ITM-QTY-DISP2
               END-IF
           END-PERFORM
           CALL "inv_item_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> 取物料现存数量/均价 (WS-ITM-SKU 入, rc 3 = 无此物料)
      *> ---------------------------------------------------------
       ITEM-GET.
           CALL "inv_item_get" USING BY REFERENCE WS-ITM-SKU
                                     BY REFERENCE WS-ITM-NAME
                                     BY REFERENCE WS-ITM-ON-HAND
                                     BY REFERENCE WS-ITM-AVG-E4
                                     BY REFERENCE WS-ITM-REORDER
                               RETURNING WS-RC-SAVE.

      *> ---------------------------------------------------------
      *> 入库: 新均价 = (现存 x 均价 + 入库 x 单价) / 新数量,
      *> 金额 = 入库数量 x 单价 (千分之一件 x 万分之一元 -> 分)
      *> ---------------------------------------------------------
       ITEM-RECEIVE.
           IF WS-ITM-SKU = SPACES OR WS-QTY-MILLI NOT > 0
              OR WS-ARG-PRICE = SPACES OR WS-ARG-DATE = SPACES
              OR WS-ARG-ACCOUNT = SPACES
               DISPLAY "Error: --sku, --qty, --price, --date and "
                       "--account are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INV-PRICE-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-PRICE))
           COMPUTE WS-ITM-UNIT-E4 = WS-INV-PRICE-NUM * 10000
           IF WS-ITM-UNIT-E4 NOT > 0
               DISPLAY "Error: --price (unit cost) must be greater "
                       "than 0"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ITEM-GET
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Error: unknown item '"
                       FUNCTION TRIM(WS-ITM-SKU) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-QTY-MILLI TO WS-ITM-MOVE-QTY
           COMPUTE WS-ITM-VALUE ROUNDED =
                   WS-ITM-MOVE-QTY * WS-ITM-UNIT-E4 / 100000
           COMPUTE WS-ITM-NEW-QTY = WS-ITM-ON-HAND + WS-ITM-MOVE-QTY
      *>   现存为负 (先卖后到货) 时按本次入库单价重新起算均价
           IF WS-ITM-ON-HAND NOT > 0
               MOVE WS-ITM-UNIT-E4 TO WS-ITM-NEW-AVG
           ELSE
               COMPUTE WS-ITM-NEW-AVG ROUNDED =
                       (WS-ITM-ON-HAND * WS-ITM-AVG-E4
                      + WS-ITM-MOVE-QTY * WS-ITM-UNIT-E4)
                      / WS-ITM-NEW-QTY
           END-IF

      *>   库存移动先写, 货款转账后落: 入账日先过结账/申报期间
           MOVE WS-ARG-DATE TO WS-PCK-DATE
           MOVE 0 TO WS-PCK-TAX
           PERFORM POSTING-PERIOD-CHECK
           IF WS-PCK-BLOCKED = 1
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "inventory" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           MOVE "receipt" TO WS-ITM-KIND
           MOVE WS-ARG-DATE TO WS-ITM-DATE
           PERFORM ITEM-WRITE-MOVE
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Error: Failed to record the receipt"
               CALL "run_end" RETURNING WS-RC
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   货款: 付款账户 -> 存货资产账户
           MOVE SPACES TO WS-ITM-POST-NOTE
           STRING "receive " FUNCTION TRIM(WS-ITM-SKU)
                  DELIMITED SIZE INTO WS-ITM-POST-NOTE
           CALL "tx_transfer" USING BY REFERENCE WS-ARG-ACCOUNT
                                     BY REFERENCE WS-ITM-ACCOUNT
                                     BY VALUE WS-ITM-VALUE
                                     BY REFERENCE WS-ARG-DATE
                                     BY REFERENCE WS-ITM-POST-NOTE
                               RETURNING WS-RC
           CALL "run_end" RETURNING WS-RC-SAVE
           IF WS-RC NOT = 0
               DISPLAY "Error: the transfer to '"
                       FUNCTION TRIM(WS-ITM-ACCOUNT) "' failed"
               PERFORM BATCH-BACKOUT-RUN
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ITM-QTY-DISP = WS-ITM-MOVE-QTY / 1000
           COMPUTE WS-ITM-QTY-DISP2 = WS-ITM-NEW-QTY / 1000
           COMPUTE WS-ITM-AVG-DISP = WS-ITM-NEW-AVG / 10000
           COMPUTE WS-DISP-ITM-AMT = WS-ITM-VALUE / 100
           DISPLAY "Received " FUNCTION TRIM(WS-ITM-QTY-DISP) " "
                   FUNCTION TRIM(WS-ITM-SKU) " at cost "
                   FUNCTION TRIM(WS-DISP-ITM-AMT)
           DISPLAY "  on hand " FUNCTION TRIM(WS-ITM-QTY-DISP2)
                   ", average cost " FUNCTION TRIM(WS-ITM-AVG-DISP).

      *> ---------------------------------------------------------
      *> 记一条库存移动并回写主档: WS-ITM-SKU/KIND/MOVE-QTY (带
      *> 符号)/UNIT-E4/VALUE/DATE/NEW-QTY/NEW-AVG 入, rc 在
      *> WS-RC-SAVE
      *> ---------------------------------------------------------
       ITEM-WRITE-MOVE.
           CALL "inv_move_add" USING BY REFERENCE WS-ITM-SKU
                                     BY REFERENCE WS-ITM-KIND
                                     BY VALUE WS-ITM-MOVE-QTY
                                     BY VALUE WS-ITM-UNIT-E4
                                     BY VALUE WS-ITM-VALUE
                                     BY REFERENCE WS-ITM-DATE
                                     BY VALUE WS-ITM-NEW-QTY
                                     BY VALUE WS-ITM-NEW-AVG
                                     BY VALUE WS-RUN-ID
                               RETURNING WS-RC-SAVE.

      *> ---------------------------------------------------------
       ITEM-ISSUE.
           IF WS-ITM-SKU = SPACES OR WS-QTY-MILLI NOT > 0
              OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --sku, --qty and --date are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "inventory" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           MOVE WS-QTY-MILLI TO WS-ITM-MOVE-QTY
           MOVE WS-ARG-DATE TO WS-ITM-DATE
           PERFORM ITEM-RELIEVE
           CALL "run_end" RETURNING WS-RC
           IF WS-ITM-OK = 0
               DISPLAY "Error: " FUNCTION TRIM(WS-ITM-ERR)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ITM-QTY-DISP = WS-ITM-MOVE-QTY / 1000
           COMPUTE WS-ITM-QTY-DISP2 = WS-ITM-NEW-QTY / 1000
           COMPUTE WS-DISP-ITM-AMT = WS-ITM-VALUE / 100
           DISPLAY "Issued " FUNCTION TRIM(WS-ITM-QTY-DISP) " "
                   FUNCTION TRIM(WS-ITM-SKU) ", cost of goods sold "
                   FUNCTION TRIM(WS-DISP-ITM-AMT)
                   ", on hand " FUNCTION TRIM(WS-ITM-QTY-DISP2).

      *> ---------------------------------------------------------
      *> 出库结转: WS-ITM-SKU/MOVE-QTY/DATE 入; 按现均价计成本,
      *> 记移动并在存货账户下记 cost-of-goods-sold 支出.
      *> 结果 WS-ITM-OK (1 成功 / 0 失败, 原因在 WS-ITM-ERR);
      *> 不动 WS-RETURN-CODE, 供日结逐行调用
      *> ---------------------------------------------------------
       ITEM-RELIEVE.
           MOVE 0 TO WS-ITM-OK
           MOVE SPACES TO WS-ITM-ERR
           MOVE WS-ITM-DATE TO WS-PCK-DATE
           MOVE 0 TO WS-PCK-TAX
           PERFORM POSTING-PERIOD-CHECK
           IF WS-PCK-BLOCKED = 1
               MOVE "closed or VAT-filed period" TO WS-ITM-ERR
               EXIT PARAGRAPH
           END-IF
           PERFORM ITEM-GET
           IF WS-RC-SAVE NOT = 0
               STRING "unknown item '" FUNCTION TRIM(WS-ITM-SKU) "'"
                      DELIMITED SIZE INTO WS-ITM-ERR
               EXIT PARAGRAPH
           END-IF
           IF WS-ITM-MOVE-QTY > WS-ITM-ON-HAND
               COMPUTE WS-ITM-QTY-DISP = WS-ITM-ON-HAND / 1000
               STRING "only " FUNCTION TRIM(WS-ITM-QTY-DISP) " of "
                      FUNCTION TRIM(WS-ITM-SKU) " on hand"
                      DELIMITED SIZE INTO WS-ITM-ERR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ITM-VALUE ROUNDED =
                   WS-ITM-MOVE-QTY * WS-ITM-AVG-E4 / 100000
           COMPUTE WS-ITM-NEW-QTY = WS-ITM-ON-HAND - WS-ITM-MOVE-QTY
           MOVE WS-ITM-AVG-E4 TO WS-ITM-NEW-AVG WS-ITM-UNIT-E4
           MOVE "issue" TO WS-ITM-KIND
           COMPUTE WS-ITM-MOVE-QTY = 0 - WS-ITM-MOVE-QTY
           PERFORM ITEM-WRITE-MOVE
           COMPUTE WS-ITM-MOVE-QTY = 0 - WS-ITM-MOVE-QTY
           IF WS-RC-SAVE NOT = 0
               MOVE "failed to record the stock movement"
                    TO WS-ITM-ERR
               EXIT PARAGRAPH
           END-IF
           IF WS-ITM-VALUE = 0
               MOVE 1 TO WS-ITM-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "EXPENSE" TO WS-ITM-POST-TYPE
           MOVE WS-ITM-COGS-CATEGORY TO WS-ITM-POST-CAT
           MOVE SPACES TO WS-ITM-POST-NOTE
           STRING "cost of sales " FUNCTION TRIM(WS-ITM-SKU)
                  DELIMITED SIZE INTO WS-ITM-POST-NOTE
           PERFORM ITEM-POST-ENTRY
           IF WS-RC-SAVE NOT = 0
               MOVE "failed to post cost of goods sold"
                    TO WS-ITM-ERR
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-ITM-OK.

      *> ---------------------------------------------------------
      *> 在存货资产账户下记一笔 (WS-ITM-POST-TYPE/CAT/NOTE,
      *> 金额 WS-ITM-VALUE, 日期 WS-ITM-DATE); 类别先补登
      *> (与 TILL-POST-OVERSHORT 同一路数), rc 在 WS-RC-SAVE
      *> ---------------------------------------------------------
       ITEM-POST-ENTRY.
           MOVE WS-ITM-POST-TYPE TO WS-CC-REG-TYPE
           CALL "category_add" USING BY REFERENCE WS-ITM-POST-CAT
                                      BY REFERENCE WS-CC-REG-TYPE
                                      BY VALUE 0
                                      BY REFERENCE WS-CC-NO-PARENT
                                RETURNING WS-RC-SAVE
           MOVE 0 TO WS-TAX-CENTS WS-QTY-MILLI
           MOVE 0 TO WS-VLK-ID
           MOVE WS-ITM-DATE TO WS-VLK-DATE
           MOVE WS-TAX-CENTS TO WS-VLK-TAX
           PERFORM VAT-LOCK-CHECK
           IF WS-VLK-LOCKED = 1
               MOVE 5 TO WS-RC-SAVE
               EXIT PARAGRAPH
           END-IF
           CALL "tx_add" USING BY REFERENCE WS-ITM-DATE
                               BY REFERENCE WS-ITM-POST-TYPE
                               BY REFERENCE WS-ITM-POST-CAT
                               BY VALUE WS-ITM-VALUE
                               BY REFERENCE WS-ITM-POST-NOTE
                               BY REFERENCE WS-ARG-TAGS
                               BY REFERENCE WS-ITM-ACCOUNT
                               BY REFERENCE WS-ARG-CURRENCY
                               BY REFERENCE WS-ARG-SPLIT
                               BY REFERENCE WS-ARG-PAYEE
                               BY REFERENCE WS-ARG-UNIT
                               BY REFERENCE WS-ARG-CHEQUE
                               BY REFERENCE WS-ARG-SHARE
                               BY REFERENCE WS-ARG-FUND
                         RETURNING WS-RC-SAVE
           IF WS-RC-SAVE = 0
              AND FUNCTION TRIM(WS-ITM-POST-TYPE) = "EXPENSE"
               MOVE WS-ITM-VALUE TO WS-PEC-POSTED
               PERFORM PROJECT-ESTIMATE-CHECK
           END-IF.

      *> ---------------------------------------------------------
      *> 盘点: 实盘 - 账面 的差额按均价记盘亏 (支出) 或盘盈
      *> (收入), 账面数量改为实盘数
      *> ---------------------------------------------------------
       ITEM-COUNT.
           IF WS-ITM-SKU = SPACES OR WS-ARG-COUNTED = SPACES
              OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --sku, --counted and --date are "
                       "required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ITEM-GET
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Error: unknown item '"
                       FUNCTION TRIM(WS-ITM-SKU) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ITM-NEW-QTY ROUNDED =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-COUNTED))
                   * 1000
           IF WS-ITM-NEW-QTY < 0
               DISPLAY "Error: --counted cannot be negative"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ITM-MOVE-QTY = WS-ITM-NEW-QTY - WS-ITM-ON-HAND
           IF WS-ITM-MOVE-QTY = 0
               DISPLAY "Count agrees with the book quantity - "
                       "nothing posted"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ITM-VALUE ROUNDED =
                   WS-ITM-MOVE-QTY * WS-ITM-AVG-E4 / 100000
           MOVE WS-ITM-AVG-E4 TO WS-ITM-NEW-AVG WS-ITM-UNIT-E4
           MOVE "count" TO WS-ITM-KIND
           MOVE WS-ARG-DATE TO WS-ITM-DATE
           MOVE WS-ARG-DATE TO WS-PCK-DATE
           MOVE 0 TO WS-PCK-TAX
           PERFORM POSTING-PERIOD-CHECK
           IF WS-PCK-BLOCKED = 1
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "inventory" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           PERFORM ITEM-WRITE-MOVE
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Error: Failed to record the count"
               CALL "run_end" RETURNING WS-RC
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ITM-VALUE < 0
               MOVE "EXPENSE" TO WS-ITM-POST-TYPE
               MOVE WS-ITM-SHRINK-CATEGORY TO WS-ITM-POST-CAT
               COMPUTE WS-ITM-VALUE = 0 - WS-ITM-VALUE
           ELSE
               MOVE "INCOME" TO WS-ITM-POST-TYPE
               MOVE WS-ITM-OVER-CATEGORY TO WS-ITM-POST-CAT
           END-IF
           MOVE SPACES TO WS-ITM-POST-NOTE
           STRING "stock count " FUNCTION TRIM(WS-ITM-SKU)
                  DELIMITED SIZE INTO WS-ITM-POST-NOTE
           MOVE 0 TO WS-RC-SAVE
           IF WS-ITM-VALUE NOT = 0
               PERFORM ITEM-POST-ENTRY
           END-IF
           CALL "run_end" RETURNING WS-RC
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Error: Failed to post the count adjustment"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ITM-QTY-DISP = WS-ITM-MOVE-QTY / 1000
           COMPUTE WS-DISP-ITM-AMT = WS-ITM-VALUE / 100
           IF WS-ITM-MOVE-QTY < 0
               DISPLAY "Shrinkage " FUNCTION TRIM(WS-ITM-QTY-DISP)
                       " " FUNCTION TRIM(WS-ITM-SKU) " posted at "
                       FUNCTION TRIM(WS-DISP-ITM-AMT)
           ELSE
               DISPLAY "Overage " FUNCTION TRIM(WS-ITM-QTY-DISP)
                       " " FUNCTION TRIM(WS-ITM-SKU) " posted at "
                       FUNCTION TRIM(WS-DISP-ITM-AMT)
           END-IF.

      *> ---------------------------------------------------------
      *> 库存估价: 截至日的数量/均价/金额 (移动记录回放到该日)
      *> ---------------------------------------------------------
       ITEM-VALUATION.
           IF WS-ARG-AS-OF = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                      DELIMITED SIZE INTO WS-ARG-AS-OF
           END-IF
           DISPLAY " "
           DISPLAY "Inventory valuation as of "
                   FUNCTION TRIM(WS-ARG-AS-OF)
           DISPLAY "SKU                   NAME                      "
                   "     QUANTITY    AVG COST       EXTENDED"
           MOVE 0 TO WS-ITM-TOT-VALUE
           CALL "inv_valuation_begin" USING BY REFERENCE WS-ARG-AS-OF
                                      RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "inv_valuation_next"
                    USING BY REFERENCE WS-ITM-SKU
                          BY REFERENCE WS-ITM-NAME
                          BY REFERENCE WS-ITM-ON-HAND
                          BY REFERENCE WS-ITM-AVG-E4
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-ITM-VALUE ROUNDED =
                           WS-ITM-ON-HAND * WS-ITM-AVG-E4 / 100000
                   ADD WS-ITM-VALUE TO WS-ITM-TOT-VALUE
                   COMPUTE WS-ITM-QTY-DISP = WS-ITM-ON-HAND / 1000
                   COMPUTE WS-ITM-AVG-DISP = WS-ITM-AVG-E4 / 10000
                   COMPUTE WS-DISP-ITM-AMT = WS-ITM-VALUE / 100
                   DISPLAY WS-ITM-SKU "  " WS-ITM-NAME(1:24)
                           WS-ITM-QTY-DISP WS-ITM-AVG-DISP
                           WS-DISP-ITM-AMT
               END-IF
           END-PERFORM
           CALL "inv_valuation_end" RETURNING WS-RC
           COMPUTE WS-DISP-ITM-AMT = WS-ITM-TOT-VALUE / 100
           DISPLAY " "
           DISPLAY "TOTAL INVENTORY VALUE                         "
                   "                      " WS-DISP-ITM-AMT.

      *> ---------------------------------------------------------
      *> 补货清单: 现存不高于补货点的物料 (未设补货点的不列)
      *> ---------------------------------------------------------
       ITEM-REORDER.
           DISPLAY "Items at or below reorder point:"
           DISPLAY "SKU                   NAME                      "
                   "      ON HAND   REORDER AT"
           MOVE 0 TO WS-ITM-COUNT
           CALL "inv_item_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "inv_item_list_next"
                    USING BY REFERENCE WS-ITM-SKU
                          BY REFERENCE WS-ITM-NAME
                          BY REFERENCE WS-ITM-UNIT
                          BY REFERENCE WS-ITM-ON-HAND
                          BY REFERENCE WS-ITM-AVG-E4
                          BY REFERENCE WS-ITM-REORDER
                    RETURNING WS-RC
               IF WS-RC = 0 AND WS-ITM-REORDER > 0
                  AND WS-ITM-ON-HAND NOT > WS-ITM-REORDER
                   ADD 1 TO WS-ITM-COUNT
                   COMPUTE WS-ITM-QTY-DISP = WS-ITM-ON-HAND / 1000
                   COMPUTE WS-ITM-QTY-DISP2 = WS-ITM-REORDER / 1000
                   DISPLAY WS-ITM-SKU "  " WS-ITM-NAME(1:24)
                           WS-ITM-QTY-DISP WS-ITM-QTY-DISP2
               END-IF
           END-PERFORM
           CALL "inv_item_list_end" RETURNING WS-RC
           MOVE WS-ITM-COUNT TO WS-ITM-COUNT-DISP
           DISPLAY FUNCTION TRIM(WS-ITM-COUNT-DISP)
                   " item(s) to reorder".

      *> ============================================================
      *> CMD: lease - 租约登记簿 (add/list/run/late-fees/end/roll)
      *> 每个出租单元 (沿用 project 作单元号) 一份租约: 租客/
      *> 月租/每月几号到期/起止日/押金. 月批 'lease run' 给每份
      *> 在租租约挂一笔当月应收租金 (同一租约同一月份只挂一次),
      *> 随后对过了宽限期仍未收清的租金加收滞纳金 (也挂应收).
      *> 押金收到时从押金负债账户转入收款账户, 退租时按扣款
      *> 结转: 扣下的部分记收入, 其余退还租客, 负债清零.
      *> 'lease roll' 出租金表: 出租率/租金/欠租/即将到期
      *> ============================================================
       CMD-LEASE.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "add"
                   PERFORM LEASE-ADD
               WHEN "list"
                   PERFORM LEASE-LIST
               WHEN "run"
                   IF WS-ARG-MONTH = SPACES
                       DISPLAY "Error: --month is required"
                       MOVE 1 TO WS-RETURN-CODE
                   ELSE
                       PERFORM LEASE-RUN
                   END-IF
               WHEN "late-fees"
                   PERFORM LEASE-LATE-FEES
               WHEN "end"
                   PERFORM LEASE-END
               WHEN "roll"
                   PERFORM LEASE-ROLL
               WHEN OTHER
                   DISPLAY "Error: lease requires a subcommand"
                   DISPLAY "Usage: ledger lease add --project <unit> "
                           "--payee <tenant> --amount <rent>"
                   DISPLAY "         --due-day N --from YYYY-MM-DD "
                           "--to YYYY-MM-DD [--deposit N "
                           "--account A]"
                   DISPLAY "       ledger lease list"
                   DISPLAY "       ledger lease run --month YYYY-MM "
                           "[--as-of YYYY-MM-DD]"
                   DISPLAY "       ledger lease late-fees "
                           "[--as-of YYYY-MM-DD]"
                   DISPLAY "       ledger lease end --id <lease id> "
                           "--date YYYY-MM-DD [--deduct N] "
                           "[--account A]"
                   DISPLAY "       ledger lease roll [--as-of "
                           "YYYY-MM-DD] [--days N]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> LEASE-ADD - 登记租约; 给了押金则同时记押金收款
      *> (押金负债账户 -> 收款账户), 两者同一运行单元
      *> ---------------------------------------------------------
       LEASE-ADD.
           IF WS-ARG-PROJECT = SPACES OR WS-ARG-PAYEE = SPACES
              OR WS-ARG-AMOUNT = SPACES OR WS-ARG-FROM = SPACES
              OR WS-ARG-TO = SPACES
               DISPLAY "Error: --project, --payee, --amount, --from "
                       "and --to are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-DUE-DAY < 1 OR WS-ARG-DUE-DAY > 31
               DISPLAY "Error: --due-day must be 1-31"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-FROM WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: --from: "
                       FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "VALIDATE" USING WS-ARG-TO WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: --to: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-TO < WS-ARG-FROM
               DISPLAY "Error: --to is before --from"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-LSE-RENT = WS-AMOUNT-NUM * 100
           MOVE 0 TO WS-LSE-DEPOSIT
           IF WS-ARG-DEPOSIT NOT = SPACES
               MOVE "AMOUNT" TO WS-VALID-TYPE
               CALL "VALIDATE" USING WS-ARG-DEPOSIT WS-VALID-TYPE
                                      WS-VALID-RESULT
                                      WS-VALID-ERROR-MSG
               IF WS-VALID-RESULT NOT = 1
                   DISPLAY "Error: --deposit: "
                           FUNCTION TRIM(WS-VALID-ERROR-MSG)
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-ARG-ACCOUNT = SPACES
                   DISPLAY "Error: --account (where the deposit was "
                           "received) is required with --deposit"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-AMOUNT-NUM =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-DEPOSIT))
               COMPUTE WS-LSE-DEPOSIT = WS-AMOUNT-NUM * 100
           END-IF

      *>   租约与押金收款同一运行单元: 押金记不进去时整批冲掉,
      *>   不留没有押金负债的租约
           MOVE "lease" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           CALL "lease_add" USING BY REFERENCE WS-ARG-PROJECT
                                  BY REFERENCE WS-ARG-PAYEE
                                  BY VALUE WS-LSE-RENT
                                  BY VALUE WS-ARG-DUE-DAY
                                  BY REFERENCE WS-ARG-FROM
                                  BY REFERENCE WS-ARG-TO
                                  BY VALUE WS-LSE-DEPOSIT
                                  BY REFERENCE WS-LSE-ID
                            RETURNING WS-RC
           MOVE WS-RC TO WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               CALL "run_end" RETURNING WS-RC
           END-IF
           IF WS-RC-SAVE = 7
               DISPLAY "Error: unit '" FUNCTION TRIM(WS-ARG-PROJECT)
                       "' already has a lease overlapping those dates"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Error: Failed to add lease"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-LSE-DEPOSIT > 0
               MOVE SPACES TO WS-ARG-NOTE
               STRING "security deposit lease " WS-LSE-ID " "
                      FUNCTION TRIM(WS-ARG-PAYEE)
                      DELIMITED SIZE INTO WS-ARG-NOTE
               CALL "tx_transfer" USING BY REFERENCE
                                           WS-LSE-DEP-ACCOUNT
                                        BY REFERENCE WS-ARG-ACCOUNT
                                        BY VALUE WS-LSE-DEPOSIT
                                        BY REFERENCE WS-ARG-FROM
                                        BY REFERENCE WS-ARG-NOTE
                                  RETURNING WS-RC
               IF WS-RC NOT = 0
                   CALL "run_end" RETURNING WS-RC
                   DISPLAY "Error: the deposit for lease " WS-LSE-ID
                           " could not be posted - lease not added"
                   PERFORM BATCH-BACKOUT-RUN
                   MOVE 2 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CALL "run_end" RETURNING WS-RC
           DISPLAY "Lease " WS-LSE-ID " added: "
                   FUNCTION TRIM(WS-ARG-PROJECT) " to "
                   FUNCTION TRIM(WS-ARG-PAYEE).

      *> ---------------------------------------------------------
       LEASE-LIST.
           DISPLAY "ID          UNIT          TENANT               "
                   "      RENT DAY FROM        TO          STATUS"
           CALL "lease_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "lease_list_next"
                    USING BY REFERENCE WS-LSE-ID
                          BY REFERENCE WS-LSE-UNIT
                          BY REFERENCE WS-LSE-TENANT
                          BY REFERENCE WS-LSE-RENT
                          BY REFERENCE WS-LSE-DUE-DAY
                          BY REFERENCE WS-LSE-START
                          BY REFERENCE WS-LSE-END
                          BY REFERENCE WS-LSE-DEPOSIT
                          BY REFERENCE WS-LSE-STATUS
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-DISP-LSE-AMT1 = WS-LSE-RENT / 100
                   MOVE WS-LSE-DUE-DAY TO WS-LSE-DAY-DISP
                   DISPLAY WS-LSE-ID "  " WS-LSE-UNIT(1:12) "  "
                           WS-LSE-TENANT(1:20) WS-DISP-LSE-AMT1 "  "
                           WS-LSE-DAY-DISP " " WS-LSE-START " "
                           WS-LSE-END " " FUNCTION TRIM(WS-LSE-STATUS)
               END-IF
           END-PERFORM
           CALL "lease_list_end" RETURNING WS-RC.

      *> ============================================================
      *> LEASE-RUN - 月租批: 当月在租的每份租约挂一笔应收
      *> (挂账日 = 当月 1 日, 到期日 = 当月的到期日, 月底不足
      *> 则取月末), 随后跑滞纳金. 作业流 (CMD-JOBSTREAM) 直接
      *> 调用本段, 库已由调用方打开
      *> ============================================================
       LEASE-RUN.
           MOVE 0 TO WS-LSE-COUNT WS-LSE-RAISED WS-LSE-SKIPPED
                     WS-LSE-TRUNCATED
           CALL "lease_active_begin" USING BY REFERENCE WS-ARG-MONTH
                                     RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0 OR WS-LSE-COUNT >= 200
               CALL "lease_active_next"
                    USING BY REFERENCE WS-LSE-ID
                          BY REFERENCE WS-LSE-UNIT
                          BY REFERENCE WS-LSE-TENANT
                          BY REFERENCE WS-LSE-RENT
                          BY REFERENCE WS-LSE-DUE-DAY
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-LSE-COUNT
                   MOVE WS-LSE-ID TO WS-LSE-R-ID(WS-LSE-COUNT)
                   MOVE WS-LSE-UNIT TO WS-LSE-R-UNIT(WS-LSE-COUNT)
                   MOVE WS-LSE-TENANT TO WS-LSE-R-TENANT(WS-LSE-COUNT)
                   MOVE WS-LSE-RENT TO WS-LSE-R-AMT(WS-LSE-COUNT)
                   MOVE WS-LSE-DUE-DAY TO WS-LSE-R-DAY(WS-LSE-COUNT)
               END-IF
           END-PERFORM
      *>   表满而游标未尽: 再读一行确认, 有剩余就告警并以 1 退出
           IF WS-RC = 0
               CALL "lease_active_next"
                    USING BY REFERENCE WS-LSE-ID
                          BY REFERENCE WS-LSE-UNIT
                          BY REFERENCE WS-LSE-TENANT
                          BY REFERENCE WS-LSE-RENT
                          BY REFERENCE WS-LSE-DUE-DAY
                    RETURNING WS-RC
               IF WS-RC = 0
                   DISPLAY "Warning: more than 200 active leases - "
                           "rent is raised for the first 200 only"
                   MOVE 1 TO WS-LSE-TRUNCATED
               END-IF
           END-IF
           CALL "lease_active_end" RETURNING WS-RC

           PERFORM CALC-MONTH-END-DATE
           MOVE SPACES TO WS-LSE-RUN-DATE
           STRING WS-ARG-MONTH(1:7) "-01" DELIMITED SIZE
                  INTO WS-LSE-RUN-DATE
           MOVE WS-LSE-RUN-DATE TO WS-PCK-DATE
           MOVE 0 TO WS-PCK-TAX
           PERFORM POSTING-PERIOD-CHECK
           IF WS-PCK-BLOCKED = 1
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "rent" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           PERFORM VARYING WS-LSE-IDX FROM 1 BY 1
                   UNTIL WS-LSE-IDX > WS-LSE-COUNT
               PERFORM LEASE-RAISE-ONE
           END-PERFORM
           CALL "run_end" RETURNING WS-RC

           MOVE WS-LSE-RAISED TO WS-LSE-RAISED-DISP
           MOVE WS-LSE-SKIPPED TO WS-LSE-SKIPPED-DISP
           DISPLAY "Rent for " FUNCTION TRIM(WS-ARG-MONTH)
                   ": " FUNCTION TRIM(WS-LSE-RAISED-DISP)
                   " receivable(s) raised, "
                   FUNCTION TRIM(WS-LSE-SKIPPED-DISP)
                   " already raised"
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LEASE-LATE-FEES
           IF WS-LSE-TRUNCATED = 1 AND WS-RETURN-CODE = 0
               MOVE 1 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
       LEASE-RAISE-ONE.
           IF WS-LSE-R-DAY(WS-LSE-IDX) > WS-ME-MAXDAY
               MOVE WS-ME-MAXDAY TO WS-LSE-DD
           ELSE
               MOVE WS-LSE-R-DAY(WS-LSE-IDX) TO WS-LSE-DD
           END-IF
           MOVE SPACES TO WS-LSE-DUE-DATE
           STRING WS-ARG-MONTH(1:7) "-" WS-LSE-DD
                  DELIMITED SIZE INTO WS-LSE-DUE-DATE
           CALL "lease_rent_raise"
                USING BY VALUE WS-LSE-R-ID(WS-LSE-IDX)
                      BY REFERENCE WS-ARG-MONTH
                      BY REFERENCE WS-LSE-RUN-DATE
                      BY REFERENCE WS-LSE-DUE-DATE
                      BY VALUE WS-LSE-R-AMT(WS-LSE-IDX)
                      BY REFERENCE WS-LSE-AR-ID
                RETURNING WS-RC
           IF WS-RC = 7
               ADD 1 TO WS-LSE-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: failed to raise rent for lease "
                       WS-LSE-R-ID(WS-LSE-IDX)
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LSE-RAISED
           COMPUTE WS-DISP-LSE-AMT1 = WS-LSE-R-AMT(WS-LSE-IDX) / 100
           DISPLAY "  " WS-LSE-R-UNIT(WS-LSE-IDX)(1:12) "  "
                   WS-LSE-R-TENANT(WS-LSE-IDX)(1:20)
                   WS-DISP-LSE-AMT1 "  due "
                   FUNCTION TRIM(WS-LSE-DUE-DATE) "  (ar "
                   WS-LSE-AR-ID ")".

      *> ============================================================
      *> LEASE-LATE-FEES - 到期日 + 宽限天数仍未收清的租金,
      *> 每笔加收一次滞纳金 (config: rent_grace_days/rent_late_fee)
      *> ============================================================
       LEASE-LATE-FEES.
           IF WS-LSE-LATE-FEE NOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-AS-OF = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                      DELIMITED SIZE INTO WS-ARG-AS-OF
           END-IF
      *>   截止日 = 今天 - 宽限天数; 到期日早于截止日的才算逾期
           MOVE WS-ARG-AS-OF TO WS-LSE-RUN-DATE
           COMPUTE WS-LSE-DAY-INT = 0 - WS-LSE-GRACE-DAYS
           PERFORM LEASE-SHIFT-DATE

           MOVE 0 TO WS-LSE-COUNT WS-LSE-FEES
           CALL "lease_late_begin" USING BY REFERENCE WS-LSE-CUTOFF
                                   RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0 OR WS-LSE-COUNT >= 200
               CALL "lease_late_next"
                    USING BY REFERENCE WS-LSE-ID
                          BY REFERENCE WS-LSE-AR-ID
                          BY REFERENCE WS-LSE-UNIT
                          BY REFERENCE WS-LSE-TENANT
                          BY REFERENCE WS-LSE-ARREARS
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-LSE-COUNT
                   MOVE WS-LSE-ID TO WS-LSE-R-ID(WS-LSE-COUNT)
                   MOVE WS-LSE-AR-ID TO WS-LSE-R-AR-ID(WS-LSE-COUNT)
                   MOVE WS-LSE-UNIT TO WS-LSE-R-UNIT(WS-LSE-COUNT)
                   MOVE WS-LSE-TENANT TO WS-LSE-R-TENANT(WS-LSE-COUNT)
                   MOVE WS-LSE-ARREARS TO WS-LSE-R-AMT(WS-LSE-COUNT)
               END-IF
           END-PERFORM
           IF WS-RC = 0
               CALL "lease_late_next"
                    USING BY REFERENCE WS-LSE-ID
                          BY REFERENCE WS-LSE-AR-ID
                          BY REFERENCE WS-LSE-UNIT
                          BY REFERENCE WS-LSE-TENANT
                          BY REFERENCE WS-LSE-ARREARS
                    RETURNING WS-RC
               IF WS-RC = 0
                   DISPLAY "Warning: more than 200 rents in arrears - "
                           "late fees charged on the first 200 only"
                   MOVE 1 TO WS-RETURN-CODE
               END-IF
           END-IF
           CALL "lease_late_end" RETURNING WS-RC

           MOVE WS-ARG-AS-OF TO WS-PCK-DATE
           MOVE 0 TO WS-PCK-TAX
           PERFORM POSTING-PERIOD-CHECK
           IF WS-PCK-BLOCKED = 1
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "rent" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           PERFORM VARYING WS-LSE-IDX FROM 1 BY 1
                   UNTIL WS-LSE-IDX > WS-LSE-COUNT
               CALL "lease_late_fee_add"
                    USING BY VALUE WS-LSE-R-ID(WS-LSE-IDX)
                          BY VALUE WS-LSE-R-AR-ID(WS-LSE-IDX)
                          BY VALUE WS-LSE-LATE-FEE
                          BY REFERENCE WS-ARG-AS-OF
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-LSE-FEES
                   COMPUTE WS-DISP-LSE-AMT1 =
                           WS-LSE-R-AMT(WS-LSE-IDX) / 100
                   DISPLAY "  late fee: "
                           WS-LSE-R-UNIT(WS-LSE-IDX)(1:12) "  "
                           WS-LSE-R-TENANT(WS-LSE-IDX)(1:20)
                           " open " FUNCTION TRIM(WS-DISP-LSE-AMT1)
               ELSE
                   DISPLAY "Error: late fee for lease "
                           WS-LSE-R-ID(WS-LSE-IDX) " not posted (rc "
                           WS-RC ")"
                   MOVE 2 TO WS-RETURN-CODE
               END-IF
           END-PERFORM
           CALL "run_end" RETURNING WS-RC
           MOVE WS-LSE-FEES TO WS-LSE-FEES-DISP
           COMPUTE WS-DISP-LSE-AMT1 = WS-LSE-LATE-FEE / 100
           DISPLAY "Late fees charged: "
                   FUNCTION TRIM(WS-LSE-FEES-DISP) " x "
                   FUNCTION TRIM(WS-DISP-LSE-AMT1)
                   " (rent due before "
                   FUNCTION TRIM(WS-LSE-CUTOFF) " still open)".

      *> ---------------------------------------------------------
      *> 日期加减: WS-LSE-RUN-DATE + WS-LSE-DAY-INT 天
      *> -> WS-LSE-CUTOFF (YYYY-MM-DD)
      *> ---------------------------------------------------------
       LEASE-SHIFT-DATE.
           COMPUTE WS-LSE-DATE-NUM =
                   FUNCTION NUMVAL(WS-LSE-RUN-DATE(1:4)) * 10000
                 + FUNCTION NUMVAL(WS-LSE-RUN-DATE(6:2)) * 100
                 + FUNCTION NUMVAL(WS-LSE-RUN-DATE(9:2))
           COMPUTE WS-LSE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-LSE-DATE-NUM)
                   + WS-LSE-DAY-INT)
           MOVE SPACES TO WS-LSE-CUTOFF
           STRING WS-LSE-DATE-NUM(1:4) "-" WS-LSE-DATE-NUM(5:2) "-"
                  WS-LSE-DATE-NUM(7:2)
                  DELIMITED SIZE INTO WS-LSE-CUTOFF.

      *> ============================================================
      *> LEASE-END - 退租: 押金按扣款结转. 扣下部分记收入
      *> (deposit-deductions, 记在押金负债账户下), 余额从
      *> --account 退还租客, 押金负债归零
      *> ============================================================
       LEASE-END.
           IF WS-ARG-ID = 0 OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --id and --date are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LSE-DEDUCT
           IF WS-ARG-DEDUCT NOT = SPACES
               COMPUTE WS-AMOUNT-NUM =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-DEDUCT))
               COMPUTE WS-LSE-DEDUCT = WS-AMOUNT-NUM * 100
               IF WS-LSE-DEDUCT < 0
                   DISPLAY "Error: --deduct cannot be negative"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           CALL "lease_get" USING BY VALUE WS-ARG-ID
                                  BY REFERENCE WS-LSE-UNIT
                                  BY REFERENCE WS-LSE-TENANT
                                  BY REFERENCE WS-LSE-DEPOSIT
                                  BY REFERENCE WS-LSE-STATUS
                            RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Lease " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-LSE-STATUS = "ended"
               DISPLAY "Error: Lease " WS-ARG-ID " has already ended"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-LSE-DEDUCT > WS-LSE-DEPOSIT
               COMPUTE WS-DISP-LSE-AMT1 = WS-LSE-DEPOSIT / 100
               DISPLAY "Error: deductions exceed the deposit held ("
                       FUNCTION TRIM(WS-DISP-LSE-AMT1) ")"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LSE-REFUND = WS-LSE-DEPOSIT - WS-LSE-DEDUCT
           IF WS-LSE-REFUND > 0 AND WS-ARG-ACCOUNT = SPACES
               DISPLAY "Error: --account (refund paid from) is "
                       "required when a deposit is refunded"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "lease" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           CALL "lease_end" USING BY VALUE WS-ARG-ID
                                  BY REFERENCE WS-ARG-DATE
                                  BY VALUE WS-LSE-DEDUCT
                                  BY VALUE WS-LSE-REFUND
                            RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to end lease " WS-ARG-ID
               CALL "run_end" RETURNING WS-RC
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-LSE-DEDUCT > 0
               MOVE "INCOME" TO WS-CC-REG-TYPE
               CALL "category_add"
                    USING BY REFERENCE WS-LSE-DEDUCT-CATEGORY
                          BY REFERENCE WS-CC-REG-TYPE
                          BY VALUE 0
                          BY REFERENCE WS-CC-NO-PARENT
                    RETURNING WS-RC-SAVE
               MOVE "INCOME" TO WS-BATCH-TYPE
               MOVE WS-LSE-DEDUCT-CATEGORY TO WS-BATCH-CATEGORY
               MOVE WS-ARG-DATE TO WS-BATCH-DATE
               MOVE WS-LSE-DEDUCT TO WS-AMOUNT-CENTS
               MOVE SPACES TO WS-BATCH-NOTE
               STRING "deposit deductions lease " WS-ARG-ID
                      DELIMITED SIZE INTO WS-BATCH-NOTE
               MOVE WS-ARG-ACCOUNT TO WS-LSE-SAVE-ACCT
               MOVE WS-LSE-DEP-ACCOUNT TO WS-ARG-ACCOUNT
               PERFORM INVEST-POST-CASH
               MOVE WS-LSE-SAVE-ACCT TO WS-ARG-ACCOUNT
               IF WS-RETURN-CODE NOT = 0
                   CALL "run_end" RETURNING WS-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-LSE-REFUND > 0
               MOVE SPACES TO WS-ARG-NOTE
               STRING "deposit refund lease " WS-ARG-ID " "
                      FUNCTION TRIM(WS-LSE-TENANT)
                      DELIMITED SIZE INTO WS-ARG-NOTE
               CALL "tx_transfer" USING BY REFERENCE WS-ARG-ACCOUNT
                                        BY REFERENCE
                                           WS-LSE-DEP-ACCOUNT
                                        BY VALUE WS-LSE-REFUND
                                        BY REFERENCE WS-ARG-DATE
                                        BY REFERENCE WS-ARG-NOTE
                                  RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: lease ended but the deposit "
                           "refund could not be posted"
                   MOVE 2 TO WS-RETURN-CODE
               END-IF
           END-IF
           CALL "run_end" RETURNING WS-RC
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DISP-LSE-AMT1 = WS-LSE-DEPOSIT / 100
           COMPUTE WS-DISP-LSE-AMT2 = WS-LSE-DEDUCT / 100
           COMPUTE WS-DISP-LSE-AMT3 = WS-LSE-REFUND / 100
           DISPLAY "Lease " WS-ARG-ID " ("
                   FUNCTION TRIM(WS-LSE-UNIT) ") ended "
                   FUNCTION TRIM(WS-ARG-DATE)
           DISPLAY "  deposit held " WS-DISP-LSE-AMT1
           DISPLAY "  deductions   " WS-DISP-LSE-AMT2
           DISPLAY "  refunded     " WS-DISP-LSE-AMT3.

      *> ============================================================
      *> LEASE-ROLL - 租金表: 每个单元的出租状态/租客/月租/
      *> 欠租/押金/租约止日; --days N 天内到期的标 EXPIRING
      *> ============================================================
       LEASE-ROLL.
           IF WS-ARG-AS-OF = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                      DELIMITED SIZE INTO WS-ARG-AS-OF
           END-IF
           MOVE WS-ARG-AS-OF TO WS-LSE-RUN-DATE
           MOVE WS-ARG-DAYS TO WS-LSE-DAY-INT
           PERFORM LEASE-SHIFT-DATE
           MOVE WS-LSE-CUTOFF TO WS-LSE-HORIZON

           DISPLAY " "
           DISPLAY "Rent roll as of " FUNCTION TRIM(WS-ARG-AS-OF)
           DISPLAY "UNIT          STATUS     TENANT               "
                   "      RENT     ARREARS     DEPOSIT LEASE END"
           MOVE 0 TO WS-LSE-UNITS WS-LSE-OCCUPIED WS-LSE-EXPIRING
                     WS-LSE-TOT-RENT WS-LSE-TOT-ARREARS
                     WS-LSE-TOT-DEPOSIT
           CALL "lease_roll_begin" USING BY REFERENCE WS-ARG-AS-OF
                                   RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "lease_roll_next"
                    USING BY REFERENCE WS-LSE-UNIT
                          BY REFERENCE WS-LSE-TENANT
                          BY REFERENCE WS-LSE-RENT
                          BY REFERENCE WS-LSE-END
                          BY REFERENCE WS-LSE-DEPOSIT
                          BY REFERENCE WS-LSE-ARREARS
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM LEASE-ROLL-ONE-UNIT
               END-IF
           END-PERFORM
           CALL "lease_roll_end" RETURNING WS-RC

           MOVE WS-LSE-UNITS TO WS-LSE-UNITS-DISP
           MOVE WS-LSE-OCCUPIED TO WS-LSE-OCCUPIED-DISP
           MOVE WS-LSE-EXPIRING TO WS-LSE-EXPIRING-DISP
           COMPUTE WS-DISP-LSE-AMT1 = WS-LSE-TOT-RENT / 100
           COMPUTE WS-DISP-LSE-AMT2 = WS-LSE-TOT-ARREARS / 100
           COMPUTE WS-DISP-LSE-AMT3 = WS-LSE-TOT-DEPOSIT / 100
           DISPLAY " "
           DISPLAY "TOTAL                                         "
                   "   " WS-DISP-LSE-AMT1 WS-DISP-LSE-AMT2
                   WS-DISP-LSE-AMT3
           DISPLAY "Occupied " FUNCTION TRIM(WS-LSE-OCCUPIED-DISP)
                   " of " FUNCTION TRIM(WS-LSE-UNITS-DISP)
                   " unit(s); "
                   FUNCTION TRIM(WS-LSE-EXPIRING-DISP)
                   " lease(s) expiring by "
                   FUNCTION TRIM(WS-LSE-HORIZON).

      *> ---------------------------------------------------------
       LEASE-ROLL-ONE-UNIT.
           ADD 1 TO WS-LSE-UNITS
           IF WS-LSE-TENANT = SPACES
               MOVE "VACANT" TO WS-LSE-OCCUPANCY
           ELSE
               ADD 1 TO WS-LSE-OCCUPIED
               ADD WS-LSE-RENT TO WS-LSE-TOT-RENT
               IF WS-LSE-END NOT > WS-LSE-HORIZON
                   MOVE "EXPIRING" TO WS-LSE-OCCUPANCY
                   ADD 1 TO WS-LSE-EXPIRING
               ELSE
                   MOVE "OCCUPIED" TO WS-LSE-OCCUPANCY
               END-IF
           END-IF
           ADD WS-LSE-ARREARS TO WS-LSE-TOT-ARREARS
           ADD WS-LSE-DEPOSIT TO WS-LSE-TOT-DEPOSIT
           COMPUTE WS-DISP-LSE-AMT1 = WS-LSE-RENT / 100
           COMPUTE WS-DISP-LSE-AMT2 = WS-LSE-ARREARS / 100
           COMPUTE WS-DISP-LSE-AMT3 = WS-LSE-DEPOSIT / 100
           DISPLAY WS-LSE-UNIT(1:12) "  " WS-LSE-OCCUPANCY " "
                   WS-LSE-TENANT(1:20) WS-DISP-LSE-AMT1
                   WS-DISP-LSE-AMT2 WS-DISP-LSE-AMT3 " "
                   FUNCTION TRIM(WS-LSE-END).

      *> ============================================================
      *> CMD: fund - 基金维度 (add/list/release/statement)
      *> 每笔入账可带 --fund; 基金分非限定 (unrestricted) 与
      *> 限定用途 (restricted), 限定基金可设用完期限 (--until).
      *> 记到限定基金的支出不许把基金余额压成负数 (入账前由
      *> FUND-CHECK-POSTING 把关, 不接受 --force). 月末
      *> 'fund release' 按当月已付的限定基金支出记解除限定
      *> (restricted -> unrestricted), 作业流里作为一步执行;
      *> 'fund statement' 出基金余额表并标出临近期限的限定基金
      *> ============================================================
       CMD-FUND.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "add"
                   PERFORM FUND-ADD
               WHEN "list"
                   PERFORM FUND-LIST
               WHEN "release"
                   IF WS-ARG-MONTH = SPACES
                       DISPLAY "Error: --month is required"
                       MOVE 1 TO WS-RETURN-CODE
                   ELSE
                       PERFORM FUND-RELEASE-RUN
                   END-IF
               WHEN "statement"
                   PERFORM FUND-STATEMENT
               WHEN OTHER
                   DISPLAY "Error: fund requires a subcommand"
                   DISPLAY "Usage: ledger fund add --name <fund> "
                           "--class restricted|unrestricted "
                           "[--until YYYY-MM-DD]"
                   DISPLAY "       ledger fund list"
                   DISPLAY "       ledger fund release --month YYYY-MM"
                   DISPLAY "       ledger fund statement --from "
                           "YYYY-MM-DD --to YYYY-MM-DD [--days N]"
                   DISPLAY "       ledger fund statement --year YYYY "
                           "[--days N]"
                   DISPLAY "       ledger add ... --fund <fund>"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       FUND-ADD.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-CLASS = SPACES
               MOVE "unrestricted" TO WS-FND-CLASS
           ELSE
               MOVE FUNCTION LOWER-CASE(WS-ARG-CLASS) TO WS-FND-CLASS
           END-IF
           IF WS-FND-CLASS NOT = "restricted"
              AND WS-FND-CLASS NOT = "unrestricted"
               DISPLAY "Error: --class must be restricted or "
                       "unrestricted"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FND-SPEND-BY
           IF WS-ARG-UNTIL NOT = SPACES
               IF WS-FND-CLASS NOT = "restricted"
                   DISPLAY "Error: --until applies to restricted "
                           "funds only"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ARG-UNTIL TO WS-FND-SPEND-BY
               MOVE "DATE" TO WS-VALID-TYPE
               CALL "VALIDATE" USING WS-FND-SPEND-BY WS-VALID-TYPE
                                      WS-VALID-RESULT
                                      WS-VALID-ERROR-MSG
               IF WS-VALID-RESULT NOT = 1
                   DISPLAY "Error: --until: "
                           FUNCTION TRIM(WS-VALID-ERROR-MSG)
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE FUNCTION LOWER-CASE(WS-ARG-NAME) TO WS-FND-NAME
           CALL "fund_add" USING BY REFERENCE WS-FND-NAME
                                 BY REFERENCE WS-FND-CLASS
                                 BY REFERENCE WS-FND-SPEND-BY
                           RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add fund (duplicate?)"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Fund '" FUNCTION TRIM(WS-FND-NAME) "' ("
                   FUNCTION TRIM(WS-FND-CLASS) ") added".

      *> ---------------------------------------------------------
       FUND-LIST.
           DISPLAY "FUND                            CLASS         "
                   "SPEND BY          BALANCE"
           CALL "fund_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "fund_list_next"
                    USING BY REFERENCE WS-FND-NAME
                          BY REFERENCE WS-FND-CLASS
                          BY REFERENCE WS-FND-SPEND-BY
                          BY REFERENCE WS-FND-BALANCE
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-DISP-FND-AMT1 = WS-FND-BALANCE / 100
                   DISPLAY WS-FND-NAME "  " WS-FND-CLASS "  "
                           WS-FND-SPEND-BY " " WS-DISP-FND-AMT1
               END-IF
           END-PERFORM
           CALL "fund_list_end" RETURNING WS-RC.

      *> ============================================================
      *> 入账前的基金把关: WS-ARG-FUND 非空时基金必须已登记;
      *> 限定基金上的支出不许超过基金余额 (收入 - 已记支出).
      *> 入: WS-FND-CHK-TYPE/WS-FND-CHK-AMOUNT; 出: WS-FND-BLOCKED
      *> (1 = 拦下, 原因已显示)
      *> ============================================================
       FUND-CHECK-POSTING.
           MOVE 0 TO WS-FND-BLOCKED
           IF WS-ARG-FUND = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "fund_get" USING BY REFERENCE WS-ARG-FUND
                                 BY REFERENCE WS-FND-CLASS
                                 BY REFERENCE WS-FND-SPEND-BY
                                 BY REFERENCE WS-FND-BALANCE
                           RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Error: unknown fund '"
                       FUNCTION TRIM(WS-ARG-FUND) "' - run "
                       "'ledger fund add --name "
                       FUNCTION TRIM(WS-ARG-FUND) "' first"
               MOVE 1 TO WS-FND-BLOCKED
               EXIT PARAGRAPH
           END-IF
           IF WS-FND-CLASS NOT = "restricted"
              OR FUNCTION TRIM(WS-FND-CHK-TYPE) NOT = "EXPENSE"
               EXIT PARAGRAPH
           END-IF
           IF WS-FND-BALANCE - WS-FND-CHK-AMOUNT < 0
               COMPUTE WS-DISP-FND-AMT1 = WS-FND-BALANCE / 100
               DISPLAY "Refused: restricted fund '"
                       FUNCTION TRIM(WS-ARG-FUND) "' has only "
                       FUNCTION TRIM(WS-DISP-FND-AMT1)
                       " available"
               MOVE 1 TO WS-FND-BLOCKED
           END-IF.

      *> ============================================================
      *> FUND-RELEASE-RUN - 月末解除限定: 当月记到各限定基金的
      *> 支出 (已付) 中尚未解除的部分, 每个基金记一笔解除限定
      *> (同一基金同一月份只记一次). 作业流直接调用, 库由调用方
      *> 打开
      *> ============================================================
       FUND-RELEASE-RUN.
           MOVE 0 TO WS-FND-COUNT WS-FND-POSTED WS-FND-TRUNCATED
           CALL "fund_release_due_begin" USING BY REFERENCE
                                                  WS-ARG-MONTH
                                         RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0 OR WS-FND-COUNT >= 100
               CALL "fund_release_due_next"
                    USING BY REFERENCE WS-FND-NAME
                          BY REFERENCE WS-FND-RELEASES
                    RETURNING WS-RC
               IF WS-RC = 0 AND WS-FND-RELEASES > 0
                   ADD 1 TO WS-FND-COUNT
                   MOVE WS-FND-NAME TO WS-FND-R-NAME(WS-FND-COUNT)
                   MOVE WS-FND-RELEASES TO WS-FND-R-AMT(WS-FND-COUNT)
               END-IF
           END-PERFORM
      *>   表满而游标未尽: 往下找还有没有待解除的基金
           PERFORM UNTIL WS-RC NOT = 0 OR WS-FND-TRUNCATED = 1
               CALL "fund_release_due_next"
                    USING BY REFERENCE WS-FND-NAME
                          BY REFERENCE WS-FND-RELEASES
                    RETURNING WS-RC
               IF WS-RC = 0 AND WS-FND-RELEASES > 0
                   DISPLAY "Warning: more than 100 funds with "
                           "releases due - the first 100 only are "
                           "posted"
                   MOVE 1 TO WS-FND-TRUNCATED
               END-IF
           END-PERFORM
           CALL "fund_release_due_end" RETURNING WS-RC

           PERFORM CALC-MONTH-END-DATE
           MOVE WS-MONTH-END-DATE TO WS-FND-REL-DATE
           MOVE "fund" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           PERFORM VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > WS-FND-COUNT
               CALL "fund_release_post"
                    USING BY REFERENCE WS-FND-R-NAME(WS-FND-IDX)
                          BY REFERENCE WS-ARG-MONTH
                          BY VALUE WS-FND-R-AMT(WS-FND-IDX)
                          BY REFERENCE WS-FND-REL-DATE
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-FND-POSTED
                   COMPUTE WS-DISP-FND-AMT1 =
                           WS-FND-R-AMT(WS-FND-IDX) / 100
                   DISPLAY "  released from restriction: "
                           WS-FND-R-NAME(WS-FND-IDX) " "
                           WS-DISP-FND-AMT1
               ELSE
                   IF WS-RC NOT = 7
                       DISPLAY "Error: failed to post release for "
                               FUNCTION TRIM(
                               WS-FND-R-NAME(WS-FND-IDX))
                       MOVE 2 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM
           CALL "run_end" RETURNING WS-RC
           MOVE WS-FND-POSTED TO WS-FND-POSTED-DISP
           DISPLAY "Fund releases for " FUNCTION TRIM(WS-ARG-MONTH)
                   ": " FUNCTION TRIM(WS-FND-POSTED-DISP)
                   " posted (dated "
                   FUNCTION TRIM(WS-FND-REL-DATE) ")"
           IF WS-FND-TRUNCATED = 1 AND WS-RETURN-CODE = 0
               MOVE 1 TO WS-RETURN-CODE
           END-IF.

      *> ============================================================
      *> FUND-STATEMENT - 基金余额表: 期初 / 收入 / 支出 /
      *> 解除限定 / 期末. 限定基金: 期末 = 期初 + 收入 - 解除;
      *> 非限定基金: 期末 = 期初 + 收入 - 支出 + 解除 (解除额由
      *> 限定基金转入). 有余额的限定基金在期末日起 --days 天内
      *> 到期 (或已过期) 的标 SPEND BY
      *> ============================================================
       FUND-STATEMENT.
           IF WS-ARG-FROM = SPACES AND WS-ARG-YEAR NOT = SPACES
               STRING WS-ARG-YEAR "-01-01" DELIMITED SIZE
                      INTO WS-ARG-FROM
               STRING WS-ARG-YEAR "-12-31" DELIMITED SIZE
                      INTO WS-ARG-TO
           END-IF
           IF WS-ARG-FROM = SPACES OR WS-ARG-TO = SPACES
               DISPLAY "Error: --from/--to or --year is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FND-DATE-NUM =
                   FUNCTION NUMVAL(WS-ARG-TO(1:4)) * 10000
                 + FUNCTION NUMVAL(WS-ARG-TO(6:2)) * 100
                 + FUNCTION NUMVAL(WS-ARG-TO(9:2))

           DISPLAY " "
           DISPLAY "Statement of fund balances "
                   FUNCTION TRIM(WS-ARG-FROM) " to "
                   FUNCTION TRIM(WS-ARG-TO)
           DISPLAY "FUND                 CLASS            OPENING   "
                   "RECEIPTS   EXPENSES   RELEASES    CLOSING"
           MOVE 0 TO WS-FND-TOT-OPENING WS-FND-TOT-RECEIPTS
                     WS-FND-TOT-EXPENSES WS-FND-TOT-CLOSING
                     WS-FND-FLAGGED
           CALL "fund_statement_begin" USING BY REFERENCE WS-ARG-FROM
                                             BY REFERENCE WS-ARG-TO
                                       RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "fund_statement_next"
                    USING BY REFERENCE WS-FND-NAME
                          BY REFERENCE WS-FND-CLASS
                          BY REFERENCE WS-FND-SPEND-BY
                          BY REFERENCE WS-FND-OPENING
                          BY REFERENCE WS-FND-RECEIPTS
                          BY REFERENCE WS-FND-EXPENSES
                          BY REFERENCE WS-FND-RELEASES
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM FUND-STATEMENT-ONE
               END-IF
           END-PERFORM
           CALL "fund_statement_end" RETURNING WS-RC

           COMPUTE WS-DISP-FND-AMT1 = WS-FND-TOT-OPENING / 100
           COMPUTE WS-DISP-FND-AMT2 = WS-FND-TOT-RECEIPTS / 100
           COMPUTE WS-DISP-FND-AMT3 = WS-FND-TOT-EXPENSES / 100
           COMPUTE WS-DISP-FND-AMT5 = WS-FND-TOT-CLOSING / 100
           DISPLAY " "
           DISPLAY "TOTAL                               "
                   WS-DISP-FND-AMT1(4:10) " "
                   WS-DISP-FND-AMT2(4:10) " "
                   WS-DISP-FND-AMT3(4:10) "            "
                   WS-DISP-FND-AMT5(4:10)
           IF WS-FND-FLAGGED > 0
               MOVE WS-FND-FLAGGED TO WS-FND-FLAGGED-DISP
               DISPLAY " "
               DISPLAY "Warning: " FUNCTION TRIM(WS-FND-FLAGGED-DISP)
                       " restricted fund(s) near or past their "
                       "spend-by date with money unspent"
           END-IF.

      *> ---------------------------------------------------------
       FUND-STATEMENT-ONE.
           IF WS-FND-CLASS = "restricted"
               COMPUTE WS-FND-CLOSING = WS-FND-OPENING
                       + WS-FND-RECEIPTS - WS-FND-RELEASES
           ELSE
               COMPUTE WS-FND-CLOSING = WS-FND-OPENING
                       + WS-FND-RECEIPTS - WS-FND-EXPENSES
                       + WS-FND-RELEASES
           END-IF
           ADD WS-FND-OPENING TO WS-FND-TOT-OPENING
           ADD WS-FND-RECEIPTS TO WS-FND-TOT-RECEIPTS
           ADD WS-FND-EXPENSES TO WS-FND-TOT-EXPENSES
           ADD WS-FND-CLOSING TO WS-FND-TOT-CLOSING

           MOVE SPACES TO WS-FND-FLAG
           IF WS-FND-CLASS = "restricted"
              AND WS-FND-SPEND-BY NOT = SPACES
              AND WS-FND-CLOSING > 0
               COMPUTE WS-FND-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(WS-FND-SPEND-BY(1:4)) * 10000
                       + FUNCTION NUMVAL(WS-FND-SPEND-BY(6:2)) * 100
                       + FUNCTION NUMVAL(WS-FND-SPEND-BY(9:2)))
                     - FUNCTION INTEGER-OF-DATE(WS-FND-DATE-NUM)
               IF WS-FND-DAYS-LEFT < 0
                   MOVE "** SPEND-BY PASSED" TO WS-FND-FLAG
                   ADD 1 TO WS-FND-FLAGGED
               ELSE
                   IF WS-FND-DAYS-LEFT NOT > WS-ARG-DAYS
                       MOVE WS-FND-DAYS-LEFT TO WS-FND-DAYS-DISP
                       STRING "** SPEND BY "
                              WS-FND-SPEND-BY(1:10) " ("
                              FUNCTION TRIM(WS-FND-DAYS-DISP)
                              " day(s) left)"
                              DELIMITED SIZE INTO WS-FND-FLAG
                       ADD 1 TO WS-FND-FLAGGED
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-DISP-FND-AMT1 = WS-FND-OPENING / 100
           COMPUTE WS-DISP-FND-AMT2 = WS-FND-RECEIPTS / 100
           COMPUTE WS-DISP-FND-AMT3 = WS-FND-EXPENSES / 100
           COMPUTE WS-DISP-FND-AMT4 = WS-FND-RELEASES / 100
           COMPUTE WS-DISP-FND-AMT5 = WS-FND-CLOSING / 100
           DISPLAY WS-FND-NAME(1:20) " " WS-FND-CLASS " "
                   WS-DISP-FND-AMT1(4:10) " "
                   WS-DISP-FND-AMT2(4:10) " "
                   WS-DISP-FND-AMT3(4:10) " "
                   WS-DISP-FND-AMT4(4:10) " "
                   WS-DISP-FND-AMT5(4:10)
           IF WS-FND-FLAG NOT = SPACES
               DISPLAY "    " FUNCTION TRIM(WS-FND-FLAG)
           END-IF.

      *> ============================================================
      *> CMD: points - 信用卡积分子账
      *> (program/rule/list/redeem/expire/report)
      *> 每张信用卡 (账户) 挂一个积分计划: 计划名/每分现金价值/
      *> 有效月数. 卡上每笔支出落账后按类别的累积规则 (如
      *> travel 3x, '*' 为缺省规则) 自动记入积分 (退款按负数
      *> 扣回). 兑换分两种: credit = 抵账单, 在卡账户上记一笔
      *> rewards 收入; travel = 直接兑换差旅, 只扣积分. 过期按
      *> 先进先出扣减最早的一批; 报表给余额/期间累积/估值/
      *> 90 天内将过期的积分
      *> ============================================================
       CMD-POINTS.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "program"
                   PERFORM POINTS-PROGRAM
               WHEN "rule"
                   PERFORM POINTS-RULE
               WHEN "list"
                   PERFORM POINTS-LIST
               WHEN "redeem"
                   PERFORM POINTS-REDEEM
               WHEN "expire"
                   PERFORM POINTS-EXPIRE
               WHEN "report"
                   PERFORM POINTS-REPORT
               WHEN OTHER
                   DISPLAY "Error: points requires a subcommand"
                   DISPLAY "Usage: ledger points program --account "
                           "<card> --name <program>"
                   DISPLAY "         --price <cash value per point> "
                           "--term <expiry months>"
                   DISPLAY "       ledger points rule --account <card> "
                           "--category <cat>|* --rate <points per 1>"
                   DISPLAY "       ledger points list"
                   DISPLAY "       ledger points redeem --account "
                           "<card> --qty <points> --choose "
                           "credit|travel --date D"
                   DISPLAY "       ledger points expire "
                           "[--as-of YYYY-MM-DD]"
                   DISPLAY "       ledger points report --from D "
                           "--to D [--as-of YYYY-MM-DD]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       POINTS-PROGRAM.
           IF WS-ARG-ACCOUNT = SPACES OR WS-ARG-NAME = SPACES
              OR WS-ARG-PRICE = SPACES
               DISPLAY "Error: --account, --name and --price are "
                       "required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INV-PRICE-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-PRICE))
           COMPUTE WS-PTS-VALUE-E4 = WS-INV-PRICE-NUM * 10000
           IF WS-PTS-VALUE-E4 < 0 OR WS-ARG-TERM < 0
               DISPLAY "Error: --price and --term cannot be negative"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "points_program_set" USING BY REFERENCE WS-ARG-ACCOUNT
                                           BY REFERENCE WS-ARG-NAME
                                           BY VALUE WS-PTS-VALUE-E4
                                           BY VALUE WS-ARG-TERM
                                     RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: unknown account '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to save the points program"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Points program '" FUNCTION TRIM(WS-ARG-NAME)
                   "' set on '" FUNCTION TRIM(WS-ARG-ACCOUNT) "'".

      *> ---------------------------------------------------------
      *> 累积规则: 每 1 元支出得几分 (保存为 x100 的整数)
      *> ---------------------------------------------------------
       POINTS-RULE.
           IF WS-ARG-ACCOUNT = SPACES OR WS-ARG-CATEGORY = SPACES
              OR WS-ARG-RATE = SPACES
               DISPLAY "Error: --account, --category and --rate are "
                       "required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PTS-RATE-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-RATE))
           COMPUTE WS-PTS-RATE = WS-PTS-RATE-NUM * 100
           IF WS-PTS-RATE < 0
               DISPLAY "Error: --rate cannot be negative"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "points_rule_set" USING BY REFERENCE WS-ARG-ACCOUNT
                                        BY REFERENCE WS-ARG-CATEGORY
                                        BY VALUE WS-PTS-RATE
                                  RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: '" FUNCTION TRIM(WS-ARG-ACCOUNT)
                       "' has no points program - run "
                       "'ledger points program' first"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to save the earn rule"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PTS-RATE-NUM TO WS-PTS-RATE-DISP
           DISPLAY "Earn rule: " FUNCTION TRIM(WS-ARG-CATEGORY)
                   " on '" FUNCTION TRIM(WS-ARG-ACCOUNT) "' = "
                   FUNCTION TRIM(WS-PTS-RATE-DISP) "x".

      *> ---------------------------------------------------------
       POINTS-LIST.
           DISPLAY "ACCOUNT               PROGRAM               "
                   "VALUE/PT  EXPIRY  CATEGORY              RATE"
           CALL "points_rule_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "points_rule_list_next"
                    USING BY REFERENCE WS-PTS-ACCOUNT
                          BY REFERENCE WS-PTS-PROGRAM
                          BY REFERENCE WS-PTS-VALUE-E4
                          BY REFERENCE WS-PTS-MONTHS
                          BY REFERENCE WS-PTS-RULE-CAT
                          BY REFERENCE WS-PTS-RATE
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-PTS-VALUE-DISP = WS-PTS-VALUE-E4 / 10000
                   COMPUTE WS-PTS-RATE-DISP = WS-PTS-RATE / 100
                   MOVE WS-PTS-MONTHS TO WS-PTS-MONTHS-DISP
                   DISPLAY WS-PTS-ACCOUNT(1:20) "  "
                           WS-PTS-PROGRAM(1:20) "  "
                           WS-PTS-VALUE-DISP " " WS-PTS-MONTHS-DISP
                           "mo  " WS-PTS-RULE-CAT(1:20)
                           WS-PTS-RATE-DISP
               END-IF
           END-PERFORM
           CALL "points_rule_list_end" RETURNING WS-RC.

      *> ============================================================
      *> 落账后按交易类型记积分 (CMD-ADD / 批量录入 / shell /
      *> 银行导入调用): 入 WS-PTS-TX-TYPE 与 POINTS-EARN-POSTING
      *> 的各项, WS-PTS-CASH 给正数. 支出照常累积; 卡上的收入
      *> (退款/退货) 按同一规则记负积分冲回; 其他类型不动
      *> ============================================================
       POINTS-FOR-POSTING.
           EVALUATE FUNCTION TRIM(WS-PTS-TX-TYPE)
               WHEN "EXPENSE"
                   PERFORM POINTS-EARN-POSTING
               WHEN "INCOME"
                   COMPUTE WS-PTS-CASH = 0 - WS-PTS-CASH
                   PERFORM POINTS-EARN-POSTING
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 整个运行 (WS-RUN-ID) 落的行逐笔过 POINTS-FOR-POSTING,
      *> 逐行不打印, 末了报一个合计
      *> ---------------------------------------------------------
       POINTS-EARN-RUN.
           MOVE 1 TO WS-PTS-QUIET
           MOVE 0 TO WS-PTS-RUN-POINTS
           CALL "run_tx_begin" USING BY VALUE WS-RUN-ID
                               RETURNING WS-PTS-RUN-RC
           MOVE 0 TO WS-PTS-RUN-RC
           PERFORM UNTIL WS-PTS-RUN-RC NOT = 0
               CALL "run_tx_next" USING BY REFERENCE WS-PTS-DATE
                                        BY REFERENCE WS-PTS-TX-TYPE
                                        BY REFERENCE WS-PTS-RULE-CAT
                                        BY REFERENCE WS-PTS-ACCOUNT
                                        BY REFERENCE WS-PTS-CASH
                                  RETURNING WS-PTS-RUN-RC
               IF WS-PTS-RUN-RC = 0
                   PERFORM POINTS-FOR-POSTING
               END-IF
           END-PERFORM
           CALL "run_tx_end" RETURNING WS-PTS-RUN-RC
           MOVE 0 TO WS-PTS-QUIET
           IF WS-PTS-RUN-POINTS NOT = 0
               MOVE WS-PTS-RUN-POINTS TO WS-PTS-DISP
               DISPLAY "Points earned on imported card rows: "
                       FUNCTION TRIM(WS-PTS-DISP)
           END-IF.

      *> ============================================================
      *> 卡上落账后自动记积分 (经 POINTS-FOR-POSTING 调用).
      *> 入: WS-PTS-ACCOUNT/RULE-CAT/DATE, WS-PTS-CASH (分, 退款
      *> 为负). 账户没有积分计划时什么都不做; 先找该类别的规则,
      *> 没有则用 '*' 缺省规则 (后端负责回落). 积分挂在刚落账的
      *> 那一笔上, 过期日 = 落账日 + 计划有效月数
      *> ============================================================
       POINTS-EARN-POSTING.
           IF WS-PTS-ACCOUNT = SPACES OR WS-PTS-CASH = 0
               EXIT PARAGRAPH
           END-IF
           CALL "points_rule_get" USING BY REFERENCE WS-PTS-ACCOUNT
                                        BY REFERENCE WS-PTS-RULE-CAT
                                        BY REFERENCE WS-PTS-RATE
                                  RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0 OR WS-PTS-RATE = 0
               EXIT PARAGRAPH
           END-IF
      *>   分 x (倍率 x 100) / 10000 = 元 x 倍率, 不足 1 分的舍去
           COMPUTE WS-PTS-POINTS = WS-PTS-CASH * WS-PTS-RATE / 10000
           IF WS-PTS-POINTS = 0
               EXIT PARAGRAPH
           END-IF
           CALL "points_earn" USING BY REFERENCE WS-PTS-ACCOUNT
                                    BY VALUE WS-PTS-POINTS
                                    BY REFERENCE WS-PTS-DATE
                              RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Warning: points could not be recorded for "
                       "this posting"
               EXIT PARAGRAPH
           END-IF
           IF WS-PTS-QUIET = 1
               ADD WS-PTS-POINTS TO WS-PTS-RUN-POINTS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PTS-POINTS TO WS-PTS-DISP
           IF WS-PTS-POINTS < 0
               DISPLAY "Points reversed on '"
                       FUNCTION TRIM(WS-PTS-ACCOUNT) "': "
                       FUNCTION TRIM(WS-PTS-DISP)
           ELSE
               DISPLAY "Points earned on '"
                       FUNCTION TRIM(WS-PTS-ACCOUNT) "': "
                       FUNCTION TRIM(WS-PTS-DISP)
           END-IF.

      *> ---------------------------------------------------------
      *> POINTS-REDEEM - 兑换; 先核积分余额 (过期的不算)
      *> ---------------------------------------------------------
       POINTS-REDEEM.
           IF WS-ARG-ACCOUNT = SPACES OR WS-QTY-MILLI NOT > 0
              OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --account, --qty and --date are "
                       "required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-CHOOSE NOT = "credit"
              AND WS-ARG-CHOOSE NOT = "travel"
               DISPLAY "Error: --choose must be credit or travel"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PTS-POINTS = WS-QTY-MILLI / 1000
           CALL "points_balance" USING BY REFERENCE WS-ARG-ACCOUNT
                                       BY REFERENCE WS-ARG-DATE
                                       BY REFERENCE WS-PTS-BALANCE
                                       BY REFERENCE WS-PTS-VALUE-E4
                                 RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: '" FUNCTION TRIM(WS-ARG-ACCOUNT)
                       "' has no points program"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PTS-POINTS > WS-PTS-BALANCE
               MOVE WS-PTS-BALANCE TO WS-PTS-DISP
               DISPLAY "Error: only " FUNCTION TRIM(WS-PTS-DISP)
                       " point(s) available"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *>   积分 x 每分价值 (万分之一元) -> 分
           COMPUTE WS-PTS-CASH ROUNDED =
                   WS-PTS-POINTS * WS-PTS-VALUE-E4 / 100
      *>   抵账单要在卡上记一笔: 先扣积分后落账, 入账日先过闸
           IF WS-ARG-CHOOSE = "credit"
               MOVE WS-ARG-DATE TO WS-PCK-DATE
               MOVE 0 TO WS-PCK-TAX
               PERFORM POSTING-PERIOD-CHECK
               IF WS-PCK-BLOCKED = 1
                   MOVE 5 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "points" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           CALL "points_redeem" USING BY REFERENCE WS-ARG-ACCOUNT
                                      BY VALUE WS-PTS-POINTS
                                      BY REFERENCE WS-ARG-CHOOSE
                                      BY VALUE WS-PTS-CASH
                                      BY REFERENCE WS-ARG-DATE
                                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to record the redemption"
               CALL "run_end" RETURNING WS-RC
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *>   抵账单: 卡账户上记一笔 rewards 收入 (冲减欠款)
           IF WS-ARG-CHOOSE = "credit" AND WS-PTS-CASH > 0
               MOVE "INCOME" TO WS-CC-REG-TYPE
               CALL "category_add"
                    USING BY REFERENCE WS-PTS-CATEGORY
                          BY REFERENCE WS-CC-REG-TYPE
                          BY VALUE 0
                          BY REFERENCE WS-CC-NO-PARENT
                    RETURNING WS-RC-SAVE
               MOVE "INCOME" TO WS-BATCH-TYPE
               MOVE WS-PTS-CATEGORY TO WS-BATCH-CATEGORY
               MOVE WS-ARG-DATE TO WS-BATCH-DATE
               MOVE WS-PTS-CASH TO WS-AMOUNT-CENTS
               MOVE SPACES TO WS-BATCH-NOTE
               MOVE WS-PTS-POINTS TO WS-PTS-DISP
               STRING "points redeemed for statement credit ("
                      FUNCTION TRIM(WS-PTS-DISP) ")"
                      DELIMITED SIZE INTO WS-BATCH-NOTE
               PERFORM INVEST-POST-CASH
           END-IF
           CALL "run_end" RETURNING WS-RC
           IF WS-RETURN-CODE NOT = 0
               PERFORM BATCH-BACKOUT-RUN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PTS-POINTS TO WS-PTS-DISP
           COMPUTE WS-PTS-BALANCE = WS-PTS-BALANCE - WS-PTS-POINTS
           MOVE WS-PTS-BALANCE TO WS-PTS-DISP2
           IF WS-ARG-CHOOSE = "credit"
               COMPUTE WS-DISP-PTS-AMT = WS-PTS-CASH / 100
               DISPLAY "Redeemed " FUNCTION TRIM(WS-PTS-DISP)
                       " point(s) for a statement credit of "
                       FUNCTION TRIM(WS-DISP-PTS-AMT)
           ELSE
               DISPLAY "Redeemed " FUNCTION TRIM(WS-PTS-DISP)
                       " point(s) for travel"
           END-IF
           DISPLAY "Points remaining: " FUNCTION TRIM(WS-PTS-DISP2).

      *> ---------------------------------------------------------
      *> POINTS-EXPIRE - 过期日不晚于截止日的积分批次作废
      *> ---------------------------------------------------------
       POINTS-EXPIRE.
           IF WS-ARG-AS-OF = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                      DELIMITED SIZE INTO WS-ARG-AS-OF
           END-IF
           CALL "points_expire" USING BY REFERENCE WS-ARG-AS-OF
                                      BY REFERENCE WS-PTS-EXPIRED
                                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to expire points"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PTS-EXPIRED TO WS-PTS-DISP
           DISPLAY "Points expired as of " FUNCTION TRIM(WS-ARG-AS-OF)
                   ": " FUNCTION TRIM(WS-PTS-DISP).

      *> ============================================================
      *> POINTS-REPORT - 每张卡: 余额 / 期间累积 / 期间兑换 /
      *> 估算现金价值 (余额 x 每分价值) / 截止日起 90 天内过期
      *> ============================================================
       POINTS-REPORT.
           IF WS-ARG-FROM = SPACES OR WS-ARG-TO = SPACES
               DISPLAY "Error: --from and --to are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-AS-OF = SPACES
               MOVE WS-ARG-TO TO WS-ARG-AS-OF
           END-IF
           COMPUTE WS-PTS-DATE-NUM =
                   FUNCTION NUMVAL(WS-ARG-AS-OF(1:4)) * 10000
                 + FUNCTION NUMVAL(WS-ARG-AS-OF(6:2)) * 100
                 + FUNCTION NUMVAL(WS-ARG-AS-OF(9:2))
           COMPUTE WS-PTS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PTS-DATE-NUM) + 90)
           MOVE SPACES TO WS-PTS-HORIZON
           STRING WS-PTS-DATE-NUM(1:4) "-" WS-PTS-DATE-NUM(5:2) "-"
                  WS-PTS-DATE-NUM(7:2)
                  DELIMITED SIZE INTO WS-PTS-HORIZON

           DISPLAY " "
           DISPLAY "Rewards points " FUNCTION TRIM(WS-ARG-FROM)
                   " to " FUNCTION TRIM(WS-ARG-TO)
                   " (balance as of " FUNCTION TRIM(WS-ARG-AS-OF) ")"
           DISPLAY "ACCOUNT               PROGRAM              "
                   "BALANCE   EARNED REDEEMED  EXPIRING  CASH VALUE"
           MOVE 0 TO WS-PTS-TOT-CASH
           CALL "points_report_begin" USING BY REFERENCE WS-ARG-FROM
                                            BY REFERENCE WS-ARG-TO
                                            BY REFERENCE WS-ARG-AS-OF
                                            BY REFERENCE WS-PTS-HORIZON
                                      RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "points_report_next"
                    USING BY REFERENCE WS-PTS-ACCOUNT
                          BY REFERENCE WS-PTS-PROGRAM
                          BY REFERENCE WS-PTS-BALANCE
                          BY REFERENCE WS-PTS-EARNED
                          BY REFERENCE WS-PTS-REDEEMED
                          BY REFERENCE WS-PTS-EXPIRING
                          BY REFERENCE WS-PTS-VALUE-E4
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-PTS-CASH ROUNDED =
                           WS-PTS-BALANCE * WS-PTS-VALUE-E4 / 100
                   ADD WS-PTS-CASH TO WS-PTS-TOT-CASH
                   MOVE WS-PTS-BALANCE TO WS-PTS-DISP
                   MOVE WS-PTS-EARNED TO WS-PTS-DISP2
                   MOVE WS-PTS-REDEEMED TO WS-PTS-DISP3
                   MOVE WS-PTS-EXPIRING TO WS-PTS-DISP4
                   COMPUTE WS-DISP-PTS-AMT = WS-PTS-CASH / 100
                   DISPLAY WS-PTS-ACCOUNT(1:20) "  "
                           WS-PTS-PROGRAM(1:18)
                           WS-PTS-DISP(6:9) WS-PTS-DISP2(6:9)
                           WS-PTS-DISP3(6:9) WS-PTS-DISP4(6:9)
                           WS-DISP-PTS-AMT
               END-IF
           END-PERFORM
           CALL "points_report_end" RETURNING WS-RC
           COMPUTE WS-DISP-PTS-AMT = WS-PTS-TOT-CASH / 100
           DISPLAY " "
           DISPLAY "Estimated cash value of all points: "
                   FUNCTION TRIM(WS-DISP-PTS-AMT)
           DISPLAY "EXPIRING = points that lapse by "
                   FUNCTION TRIM(WS-PTS-HORIZON)
                   " unless redeemed".

      *> ============================================================
      *> CMD: mileage - 车辆里程登记
      *> (vehicle/vehicles/trip/rate/rates/claim/log/exceptions)
      *> 每辆车登记驾驶人 (报销对象); 行程按起止里程表读数记,
      *> 带用途和可选项目, --choose personal 标私用 (只参与
      *> 商用比例计算, 不报销). 费率表按生效日保存, 每趟按
      *> 行程当天有效的费率计价. claim 把某月未报销的商用
      *> 行程按驾驶人各开一张报销单, 每趟一行, 之后照常走
      *> claim approve / reimburse. 同一辆车按日期排的里程表
      *> 读数应首尾相接: 起点小于上一趟终点为重叠, 大于为
      *> 断档 (有未登记的里程), 两者都列为异常
      *> ============================================================
       CMD-MILEAGE.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "vehicle"
                   PERFORM MILEAGE-VEHICLE
               WHEN "vehicles"
                   PERFORM MILEAGE-VEHICLES
               WHEN "trip"
                   PERFORM MILEAGE-TRIP
               WHEN "rate"
                   PERFORM MILEAGE-RATE
               WHEN "rates"
                   PERFORM MILEAGE-RATES
               WHEN "claim"
                   PERFORM MILEAGE-CLAIM
               WHEN "log"
                   MOVE "N" TO WS-MIL-EXC-ONLY
                   PERFORM MILEAGE-LOG
               WHEN "exceptions"
                   MOVE "Y" TO WS-MIL-EXC-ONLY
                   PERFORM MILEAGE-LOG
               WHEN OTHER
                   DISPLAY "Error: mileage requires a subcommand"
                   DISPLAY "Usage: ledger mileage vehicle --name <car> "
                           "--payee <driver>"
                   DISPLAY "       ledger mileage vehicles"
                   DISPLAY "       ledger mileage trip --name <car> "
                           "--date D --odo-start N --odo-end N"
                   DISPLAY "         --note <purpose> [--project P] "
                           "[--choose business|personal]"
                   DISPLAY "       ledger mileage rate --date "
                           "<effective> --rate <per mile>"
                   DISPLAY "       ledger mileage rates"
                   DISPLAY "       ledger mileage claim --month "
                           "YYYY-MM [--name <car>]"
                   DISPLAY "       ledger mileage log|exceptions "
                           "--year YYYY [--name <car>]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       MILEAGE-VEHICLE.
           IF WS-ARG-NAME = SPACES OR WS-ARG-PAYEE = SPACES
               DISPLAY "Error: --name and --payee (the driver) are "
                       "required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "mileage_vehicle_add" USING BY REFERENCE WS-ARG-NAME
                                            BY REFERENCE WS-ARG-PAYEE
                                      RETURNING WS-RC
           IF WS-RC = 7
               DISPLAY "Error: vehicle '" FUNCTION TRIM(WS-ARG-NAME)
                       "' already exists"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add vehicle"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Vehicle '" FUNCTION TRIM(WS-ARG-NAME)
                   "' added (driver " FUNCTION TRIM(WS-ARG-PAYEE) ")".

      *> ---------------------------------------------------------
       MILEAGE-VEHICLES.
           DISPLAY "VEHICLE               DRIVER                "
                   "LAST ODOMETER"
           CALL "mileage_vehicle_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "mileage_vehicle_list_next"
                    USING BY REFERENCE WS-MIL-VEHICLE
                          BY REFERENCE WS-MIL-DRIVER
                          BY REFERENCE WS-MIL-ODO-END
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-MIL-ODO-DISP = WS-MIL-ODO-END / 10
                   DISPLAY WS-MIL-VEHICLE(1:20) "  "
                           WS-MIL-DRIVER(1:20) "  " WS-MIL-ODO-DISP
               END-IF
           END-PERFORM
           CALL "mileage_vehicle_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> MILEAGE-TRIP - 登记一趟行程 (读数存为 0.1 英里的整数)
      *> ---------------------------------------------------------
       MILEAGE-TRIP.
           IF WS-ARG-NAME = SPACES OR WS-ARG-DATE = SPACES
              OR WS-ARG-ODO-START < 0 OR WS-ARG-ODO-END < 0
               DISPLAY "Error: --name, --date, --odo-start and "
                       "--odo-end are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-CHOOSE = SPACES
               MOVE "business" TO WS-ARG-CHOOSE
           END-IF
           IF WS-ARG-CHOOSE NOT = "business"
              AND WS-ARG-CHOOSE NOT = "personal"
               DISPLAY "Error: --choose must be business or personal"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-CHOOSE = "business" AND WS-ARG-NOTE = SPACES
               DISPLAY "Error: --note (the business purpose) is "
                       "required for business trips"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-ODO-END NOT > WS-ARG-ODO-START
               DISPLAY "Error: --odo-end must be greater than "
                       "--odo-start"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-PROJECT NOT = SPACES
               CALL "project_validate"
                    USING BY REFERENCE WS-ARG-PROJECT
                    RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: unknown project '"
                           FUNCTION TRIM(WS-ARG-PROJECT) "' - run "
                           "'ledger project add --name "
                           FUNCTION TRIM(WS-ARG-PROJECT) "' first"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WS-MIL-ODO-START = WS-ARG-ODO-START * 10
           COMPUTE WS-MIL-ODO-END = WS-ARG-ODO-END * 10
           CALL "mileage_trip_add" USING BY REFERENCE WS-ARG-NAME
                                         BY REFERENCE WS-ARG-DATE
                                         BY VALUE WS-MIL-ODO-START
                                         BY VALUE WS-MIL-ODO-END
                                         BY REFERENCE WS-ARG-NOTE
                                         BY REFERENCE WS-ARG-PROJECT
                                         BY REFERENCE WS-ARG-CHOOSE
                                         BY REFERENCE WS-MIL-TRIP-ID
                                   RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: unknown vehicle '"
                       FUNCTION TRIM(WS-ARG-NAME) "' - run "
                       "'ledger mileage vehicle' first"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to record trip"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MIL-MILES-DISP =
                   (WS-MIL-ODO-END - WS-MIL-ODO-START) / 10
           DISPLAY "Trip " WS-MIL-TRIP-ID " recorded: "
                   FUNCTION TRIM(WS-MIL-MILES-DISP) " mi ("
                   FUNCTION TRIM(WS-ARG-CHOOSE) ")".

      *> ---------------------------------------------------------
      *> 费率 (每英里金额) 按万分之一元保存, 自生效日起适用
      *> ---------------------------------------------------------
       MILEAGE-RATE.
           IF WS-ARG-DATE = SPACES OR WS-ARG-RATE = SPACES
               DISPLAY "Error: --date and --rate are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MIL-RATE-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-RATE))
           COMPUTE WS-MIL-RATE-E4 = WS-MIL-RATE-NUM * 10000
           IF WS-MIL-RATE-E4 NOT > 0
               DISPLAY "Error: --rate must be greater than zero"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "mileage_rate_set" USING BY REFERENCE WS-ARG-DATE
                                         BY VALUE WS-MIL-RATE-E4
                                   RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to save mileage rate"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MIL-RATE-NUM TO WS-MIL-RATE-DISP
           DISPLAY "Mileage rate " FUNCTION TRIM(WS-MIL-RATE-DISP)
                   " per mile effective " FUNCTION TRIM(WS-ARG-DATE).

      *> ---------------------------------------------------------
       MILEAGE-RATES.
           DISPLAY "EFFECTIVE    RATE/MILE"
           CALL "mileage_rate_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "mileage_rate_list_next"
                    USING BY REFERENCE WS-MIL-DATE
                          BY REFERENCE WS-MIL-RATE-E4
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-MIL-RATE-DISP = WS-MIL-RATE-E4 / 10000
                   DISPLAY WS-MIL-DATE "  " WS-MIL-RATE-DISP
               END-IF
           END-PERFORM
           CALL "mileage_rate_list_end" RETURNING WS-RC.

      *> ============================================================
      *> MILEAGE-CLAIM - 把某月未报销的商用行程滚入报销单.
      *> 先把行程收进表 (后端按驾驶人/日期排序), 再逐趟按当日
      *> 有效费率计价; 驾驶人变了就另开一张单. 某趟日期早于
      *> 费率表第一条时跳过并提示, 留待补录费率后下次再报
      *> ============================================================
       MILEAGE-CLAIM.
           IF WS-ARG-MONTH = SPACES
               DISPLAY "Error: --month is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MIL-COUNT
           CALL "mileage_unclaimed_begin"
                USING BY REFERENCE WS-ARG-MONTH
                      BY REFERENCE WS-ARG-NAME
                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "mileage_unclaimed_next"
                    USING BY REFERENCE WS-MIL-TRIP-ID
                          BY REFERENCE WS-MIL-VEHICLE
                          BY REFERENCE WS-MIL-DRIVER
                          BY REFERENCE WS-MIL-DATE
                          BY REFERENCE WS-MIL-TENTHS
                          BY REFERENCE WS-MIL-PURPOSE
                    RETURNING WS-RC
               IF WS-RC = 0 AND WS-MIL-COUNT < WS-MIL-MAX
                   ADD 1 TO WS-MIL-COUNT
                   MOVE WS-MIL-TRIP-ID TO WS-MIL-T-ID(WS-MIL-COUNT)
                   MOVE WS-MIL-VEHICLE
                        TO WS-MIL-T-VEHICLE(WS-MIL-COUNT)
                   MOVE WS-MIL-DRIVER TO WS-MIL-T-DRIVER(WS-MIL-COUNT)
                   MOVE WS-MIL-DATE TO WS-MIL-T-DATE(WS-MIL-COUNT)
                   MOVE WS-MIL-TENTHS TO WS-MIL-T-TENTHS(WS-MIL-COUNT)
                   MOVE WS-MIL-PURPOSE
                        TO WS-MIL-T-PURPOSE(WS-MIL-COUNT)
               END-IF
           END-PERFORM
           CALL "mileage_unclaimed_end" RETURNING WS-RC

           IF WS-MIL-COUNT = 0
               DISPLAY "No unclaimed business trips in "
                       FUNCTION TRIM(WS-ARG-MONTH)
               EXIT PARAGRAPH
           END-IF

           MOVE "EXPENSE" TO WS-CC-REG-TYPE
           CALL "category_add" USING BY REFERENCE WS-MIL-CATEGORY
                                     BY REFERENCE WS-CC-REG-TYPE
                                     BY VALUE 0
                                     BY REFERENCE WS-CC-NO-PARENT
                               RETURNING WS-RC-SAVE

           MOVE "mileage" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           MOVE SPACES TO WS-MIL-DRIVER
           MOVE 0 TO WS-MIL-CLAIM-COUNT WS-MIL-EXC-COUNT
                     WS-MIL-TOT-CENTS WS-MIL-LOCK-COUNT
           PERFORM VARYING WS-MIL-IDX FROM 1 BY 1
                   UNTIL WS-MIL-IDX > WS-MIL-COUNT
                      OR WS-RETURN-CODE NOT = 0
               PERFORM MILEAGE-CLAIM-ONE-TRIP
           END-PERFORM
           CALL "run_end" RETURNING WS-RC
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MIL-AMT-DISP = WS-MIL-TOT-CENTS / 100
           MOVE WS-MIL-CLAIM-COUNT TO WS-MIL-COUNT-DISP
           DISPLAY " "
           DISPLAY "Mileage for " FUNCTION TRIM(WS-ARG-MONTH) ": "
                   FUNCTION TRIM(WS-MIL-COUNT-DISP)
                   " claim(s), total " FUNCTION TRIM(WS-MIL-AMT-DISP)
           IF WS-MIL-EXC-COUNT > 0
               MOVE WS-MIL-EXC-COUNT TO WS-MIL-COUNT-DISP
               DISPLAY "Skipped " FUNCTION TRIM(WS-MIL-COUNT-DISP)
                       " trip(s) with no rate in effect - run "
                       "'ledger mileage rate' and claim again"
           END-IF
           IF WS-MIL-LOCK-COUNT > 0
               MOVE WS-MIL-LOCK-COUNT TO WS-MIL-COUNT-DISP
               DISPLAY "Skipped " FUNCTION TRIM(WS-MIL-COUNT-DISP)
                       " trip(s) dated in a closed or VAT-filed "
                       "period - not claimed"
               MOVE 5 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
      *> 一趟: 查当日费率 -> 金额 = 里程 x 费率; 必要时开新单
      *> ---------------------------------------------------------
       MILEAGE-CLAIM-ONE-TRIP.
           MOVE WS-MIL-T-DATE(WS-MIL-IDX) TO WS-MIL-DATE
      *>   报销行按行程日入账, 已结账/已申报期间的行程不再报
           MOVE WS-MIL-DATE TO WS-PCK-DATE
           MOVE 0 TO WS-PCK-TAX
           PERFORM POSTING-PERIOD-CHECK
           IF WS-PCK-BLOCKED = 1
               ADD 1 TO WS-MIL-LOCK-COUNT
               DISPLAY "  skipped trip " WS-MIL-T-ID(WS-MIL-IDX)
                       " on " FUNCTION TRIM(WS-MIL-DATE)
               EXIT PARAGRAPH
           END-IF
           CALL "mileage_rate_asof" USING BY REFERENCE WS-MIL-DATE
                                          BY REFERENCE WS-MIL-RATE-E4
                                    RETURNING WS-RC
           IF WS-RC NOT = 0
               ADD 1 TO WS-MIL-EXC-COUNT
               DISPLAY "  skipped trip " WS-MIL-T-ID(WS-MIL-IDX)
                       " on " FUNCTION TRIM(WS-MIL-DATE)
                       ": no mileage rate in effect"
               EXIT PARAGRAPH
           END-IF
      *>   0.1 英里 x 万分之一元 -> 分
           COMPUTE WS-MIL-CENTS ROUNDED =
                   WS-MIL-T-TENTHS(WS-MIL-IDX) * WS-MIL-RATE-E4 / 1000

           IF WS-MIL-T-DRIVER(WS-MIL-IDX) NOT = WS-MIL-DRIVER
               MOVE WS-MIL-T-DRIVER(WS-MIL-IDX) TO WS-MIL-DRIVER
               MOVE SPACES TO WS-ARG-NOTE
               STRING "Mileage " FUNCTION TRIM(WS-ARG-MONTH)
                      DELIMITED SIZE INTO WS-ARG-NOTE
               CALL "claim_open" USING BY REFERENCE WS-MIL-DRIVER
                                       BY REFERENCE WS-ARG-NOTE
                                       BY REFERENCE WS-MIL-CLAIM-ID
                                 RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: Failed to open claim for '"
                           FUNCTION TRIM(WS-MIL-DRIVER) "'"
                   MOVE 2 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MIL-CLAIM-COUNT
               DISPLAY "Claim " WS-MIL-CLAIM-ID " opened for '"
                       FUNCTION TRIM(WS-MIL-DRIVER) "'"
           END-IF

           COMPUTE WS-MIL-MILES-DISP = WS-MIL-T-TENTHS(WS-MIL-IDX) / 10
           COMPUTE WS-MIL-RATE-DISP = WS-MIL-RATE-E4 / 10000
           MOVE SPACES TO WS-ARG-NOTE
           STRING FUNCTION TRIM(WS-MIL-T-VEHICLE(WS-MIL-IDX)) ": "
                  FUNCTION TRIM(WS-MIL-T-PURPOSE(WS-MIL-IDX)) " ("
                  FUNCTION TRIM(WS-MIL-MILES-DISP) " mi @ "
                  FUNCTION TRIM(WS-MIL-RATE-DISP) ")"
                  DELIMITED SIZE INTO WS-ARG-NOTE
           CALL "claim_line_add" USING BY VALUE WS-MIL-CLAIM-ID
                                       BY REFERENCE WS-MIL-DATE
                                       BY REFERENCE WS-MIL-CATEGORY
                                       BY VALUE WS-MIL-CENTS
                                       BY REFERENCE WS-ARG-NOTE
                                 RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add claim line for trip "
                       WS-MIL-T-ID(WS-MIL-IDX)
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "mileage_trip_claimed"
                USING BY VALUE WS-MIL-T-ID(WS-MIL-IDX)
                      BY VALUE WS-MIL-CLAIM-ID
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to mark trip "
                       WS-MIL-T-ID(WS-MIL-IDX) " as claimed"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD WS-MIL-CENTS TO WS-MIL-TOT-CENTS
           COMPUTE WS-MIL-AMT-DISP = WS-MIL-CENTS / 100
           DISPLAY "  " FUNCTION TRIM(WS-MIL-DATE) "  "
                   WS-MIL-T-VEHICLE(WS-MIL-IDX)(1:16) " "
                   WS-MIL-MILES-DISP " mi  " WS-MIL-AMT-DISP.

      *> ============================================================
      *> MILEAGE-LOG - 年度行程明细 (log) 或只列异常 (exceptions).
      *> 后端按车辆/日期/起始读数排序; 换车时重置上一趟终点
      *> ============================================================
       MILEAGE-LOG.
           IF WS-ARG-YEAR = SPACES
               DISPLAY "Error: --year is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-MIL-EXC-ONLY = "N"
               DISPLAY "DATE        VEHICLE           START       "
                       "END     MILES  KIND      PURPOSE"
           ELSE
               DISPLAY "Odometer exceptions " FUNCTION TRIM(WS-ARG-YEAR)
           END-IF
           MOVE 0 TO WS-MIL-EXC-COUNT
           MOVE SPACES TO WS-MIL-PREV-VEHICLE
           CALL "mileage_log_begin" USING BY REFERENCE WS-ARG-NAME
                                          BY REFERENCE WS-ARG-YEAR
                                    RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "mileage_log_next"
                    USING BY REFERENCE WS-MIL-TRIP-ID
                          BY REFERENCE WS-MIL-VEHICLE
                          BY REFERENCE WS-MIL-DATE
                          BY REFERENCE WS-MIL-ODO-START
                          BY REFERENCE WS-MIL-ODO-END
                          BY REFERENCE WS-MIL-KIND
                          BY REFERENCE WS-MIL-PURPOSE
                          BY REFERENCE WS-MIL-PROJECT
                          BY REFERENCE WS-MIL-CLAIM-ID
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM MILEAGE-LOG-ONE-TRIP
               END-IF
           END-PERFORM
           CALL "mileage_log_end" RETURNING WS-RC

           MOVE WS-MIL-EXC-COUNT TO WS-MIL-COUNT-DISP
           DISPLAY " "
           DISPLAY "Odometer exceptions: "
                   FUNCTION TRIM(WS-MIL-COUNT-DISP).

      *> ---------------------------------------------------------
       MILEAGE-LOG-ONE-TRIP.
      *>   车辆切换时不做比对
           MOVE SPACES TO WS-MIL-FLAG
           IF WS-MIL-VEHICLE = WS-MIL-PREV-VEHICLE
               IF WS-MIL-ODO-START < WS-MIL-PREV-END
                   COMPUTE WS-MIL-MILES-DISP3 =
                           (WS-MIL-PREV-END - WS-MIL-ODO-START) / 10
                   STRING "OVERLAP "
                          FUNCTION TRIM(WS-MIL-MILES-DISP3)
                          " mi with previous trip"
                          DELIMITED SIZE INTO WS-MIL-FLAG
               END-IF
               IF WS-MIL-ODO-START > WS-MIL-PREV-END
                   COMPUTE WS-MIL-MILES-DISP3 =
                           (WS-MIL-ODO-START - WS-MIL-PREV-END) / 10
                   STRING "GAP " FUNCTION TRIM(WS-MIL-MILES-DISP3)
                          " mi unlogged"
                          DELIMITED SIZE INTO WS-MIL-FLAG
               END-IF
           END-IF
           MOVE WS-MIL-VEHICLE TO WS-MIL-PREV-VEHICLE
           MOVE WS-MIL-ODO-END TO WS-MIL-PREV-END
           IF WS-MIL-FLAG NOT = SPACES
               ADD 1 TO WS-MIL-EXC-COUNT
           END-IF
           IF WS-MIL-EXC-ONLY = "Y" AND WS-MIL-FLAG = SPACES
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MIL-ODO-DISP = WS-MIL-ODO-START / 10
           COMPUTE WS-MIL-ODO-DISP2 = WS-MIL-ODO-END / 10
           COMPUTE WS-MIL-MILES-DISP =
                   (WS-MIL-ODO-END - WS-MIL-ODO-START) / 10
           DISPLAY WS-MIL-DATE " " WS-MIL-VEHICLE(1:16) " "
                   WS-MIL-ODO-DISP " " WS-MIL-ODO-DISP2
                   WS-MIL-MILES-DISP "  " WS-MIL-KIND(1:8) "  "
                   FUNCTION TRIM(WS-MIL-PURPOSE)
           IF WS-MIL-PROJECT NOT = SPACES
               DISPLAY "    project: " FUNCTION TRIM(WS-MIL-PROJECT)
           END-IF
           IF WS-MIL-CLAIM-ID NOT = 0
               DISPLAY "    claimed on claim " WS-MIL-CLAIM-ID
           END-IF
           IF WS-MIL-FLAG NOT = SPACES
               DISPLAY "    ** " FUNCTION TRIM(WS-MIL-FLAG)
           END-IF.

      *> ============================================================
      *> CMD: hsa - 医疗储蓄/弹性支出账户 (HSA/FSA)
      *> (plan/plans/contribute/eligible/expenses/claim/report)
      *> 每个计划挂一个账户, 记计划年度、年度缴存上限、报销
      *> 截止日以及工资单里代表缴存的类别. 缴存 (contribute
      *> 转账、CMD-ADD / CMD-TRANSFER / 工资单进件里落到该类别
      *> 或该账户的款项) 入账前按上限把关. 医疗支出先标为
      *> eligible, 再对计划报销: 钱从计划账户划回付款账户.
      *> 可报销额: FSA 按全年额度 (上限 - 已报), HSA 按账户
      *> 余额. FSA 过了截止日未用完的余额作废, 报表给剩余天数
      *> ============================================================
       CMD-HSA.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "plan"
                   PERFORM HSA-PLAN
               WHEN "plans"
                   PERFORM HSA-PLANS
               WHEN "contribute"
                   PERFORM HSA-CONTRIBUTE
               WHEN "eligible"
                   PERFORM HSA-ELIGIBLE
               WHEN "expenses"
                   PERFORM HSA-EXPENSES
               WHEN "claim"
                   PERFORM HSA-CLAIM
               WHEN "report"
                   PERFORM HSA-REPORT
               WHEN OTHER
                   DISPLAY "Error: hsa requires a subcommand"
                   DISPLAY "Usage: ledger hsa plan --name P --choose "
                           "hsa|fsa --account A --amount <limit>"
                   DISPLAY "         --from D --to D [--until "
                           "<claim deadline>] [--category <payroll>]"
                   DISPLAY "       ledger hsa plans"
                   DISPLAY "       ledger hsa contribute --name P "
                           "--amount N --date D --from-account A"
                   DISPLAY "       ledger hsa eligible --id <tx> "
                           "--name P"
                   DISPLAY "       ledger hsa expenses --name P"
                   DISPLAY "       ledger hsa claim --id <tx> --date D "
                           "[--account <pay back to>]"
                   DISPLAY "       ledger hsa report "
                           "[--as-of YYYY-MM-DD]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> HSA-PLAN - 登记/更新一个计划年度 (同名覆盖)
      *> ---------------------------------------------------------
       HSA-PLAN.
           IF WS-ARG-NAME = SPACES OR WS-ARG-ACCOUNT = SPACES
              OR WS-ARG-AMOUNT = SPACES OR WS-ARG-FROM = SPACES
              OR WS-ARG-TO = SPACES
               DISPLAY "Error: --name, --account, --amount, --from "
                       "and --to are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-CHOOSE NOT = "hsa" AND WS-ARG-CHOOSE NOT = "fsa"
               DISPLAY "Error: --choose must be hsa or fsa"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-FROM WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "VALIDATE" USING WS-ARG-TO WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *>   截止日缺省: FSA 为计划年度末 (宽限期另用 --until 给),
      *>   HSA 无作废, 截止日留空
           MOVE SPACES TO WS-HSA-DEADLINE
           IF WS-ARG-UNTIL NOT = SPACES
               CALL "VALIDATE" USING WS-ARG-UNTIL WS-VALID-TYPE
                                      WS-VALID-RESULT
                                      WS-VALID-ERROR-MSG
               IF WS-VALID-RESULT NOT = 1
                   DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ARG-UNTIL TO WS-HSA-DEADLINE
           ELSE
               IF WS-ARG-CHOOSE = "fsa"
                   MOVE WS-ARG-TO TO WS-HSA-DEADLINE
               END-IF
           END-IF
           IF WS-ARG-TO < WS-ARG-FROM
               DISPLAY "Error: --to is before --from"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-HSA-LIMIT = WS-AMOUNT-NUM * 100

           CALL "hsa_plan_set" USING BY REFERENCE WS-ARG-NAME
                                     BY REFERENCE WS-ARG-CHOOSE
                                     BY REFERENCE WS-ARG-ACCOUNT
                                     BY REFERENCE WS-ARG-CATEGORY
                                     BY REFERENCE WS-ARG-FROM
                                     BY REFERENCE WS-ARG-TO
                                     BY VALUE WS-HSA-LIMIT
                                     BY REFERENCE WS-HSA-DEADLINE
                               RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: unknown account '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to save plan"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Plan '" FUNCTION TRIM(WS-ARG-NAME) "' ("
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-CHOOSE))
                   ") saved: " FUNCTION TRIM(WS-ARG-FROM) " to "
                   FUNCTION TRIM(WS-ARG-TO) ", limit "
                   FUNCTION TRIM(WS-ARG-AMOUNT).

      *> ---------------------------------------------------------
       HSA-PLANS.
           DISPLAY "PLAN              KIND ACCOUNT           "
                   "YEAR FROM   TO          LIMIT  DEADLINE"
           CALL "hsa_plan_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "hsa_plan_list_next"
                    USING BY REFERENCE WS-HSA-PLAN
                          BY REFERENCE WS-HSA-KIND
                          BY REFERENCE WS-HSA-ACCOUNT
                          BY REFERENCE WS-HSA-CATEGORY
                          BY REFERENCE WS-HSA-FROM
                          BY REFERENCE WS-HSA-TO
                          BY REFERENCE WS-HSA-LIMIT
                          BY REFERENCE WS-HSA-DEADLINE
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-DISP-HSA-AMT1 = WS-HSA-LIMIT / 100
                   DISPLAY WS-HSA-PLAN(1:16) "  "
                           FUNCTION UPPER-CASE(WS-HSA-KIND(1:3)) "  "
                           WS-HSA-ACCOUNT(1:16) "  " WS-HSA-FROM
                           WS-HSA-TO WS-DISP-HSA-AMT1 "  "
                           WS-HSA-DEADLINE
               END-IF
           END-PERFORM
           CALL "hsa_plan_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> HSA-CONTRIBUTE - 从付款账户往计划账户转一笔缴存
      *> ---------------------------------------------------------
       HSA-CONTRIBUTE.
           IF WS-ARG-NAME = SPACES OR WS-ARG-AMOUNT = SPACES
              OR WS-ARG-DATE = SPACES OR WS-ARG-FROM-ACCOUNT = SPACES
               DISPLAY "Error: --name, --amount, --date and "
                       "--from-account are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "hsa_plan_get" USING BY REFERENCE WS-ARG-NAME
                                     BY REFERENCE WS-HSA-KIND
                                     BY REFERENCE WS-HSA-ACCOUNT
                                     BY REFERENCE WS-HSA-CATEGORY
                                     BY REFERENCE WS-HSA-FROM
                                     BY REFERENCE WS-HSA-TO
                                     BY REFERENCE WS-HSA-LIMIT
                                     BY REFERENCE WS-HSA-DEADLINE
                               RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: unknown plan '"
                       FUNCTION TRIM(WS-ARG-NAME) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100

           MOVE SPACES TO WS-HSA-CHK-CATEGORY
           MOVE WS-HSA-ACCOUNT TO WS-HSA-CHK-ACCOUNT
           MOVE WS-ARG-DATE TO WS-HSA-CHK-DATE
           MOVE WS-AMOUNT-CENTS TO WS-HSA-CHK-AMOUNT
           PERFORM HSA-CHECK-CONTRIB
           IF WS-HSA-OVER = 1
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-NOTE = SPACES
               STRING "contribution to "
                      FUNCTION TRIM(WS-ARG-NAME)
                      DELIMITED SIZE INTO WS-ARG-NOTE
           END-IF
           CALL "tx_transfer" USING BY REFERENCE WS-ARG-FROM-ACCOUNT
                                     BY REFERENCE WS-HSA-ACCOUNT
                                     BY VALUE WS-AMOUNT-CENTS
                                     BY REFERENCE WS-ARG-DATE
                                     BY REFERENCE WS-ARG-NOTE
                               RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Transfer failed"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Contributed " FUNCTION TRIM(WS-ARG-AMOUNT)
                   " to '" FUNCTION TRIM(WS-ARG-NAME) "' from '"
                   FUNCTION TRIM(WS-ARG-FROM-ACCOUNT) "'".

      *> ============================================================
      *> 缴存上限把关 (CMD-ADD / CMD-TRANSFER / 工资单 / contribute
      *> 共用). 入: WS-HSA-CHK-CATEGORY 或 WS-HSA-CHK-ACCOUNT,
      *> WS-HSA-CHK-DATE/AMOUNT. 后端找出该日所在计划年度里以
      *> 此类别为缴存类别或以此账户为计划账户的计划, 连同本
      *> 年度已缴存额; 没有匹配的计划就放行. 出: WS-HSA-OVER
      *> (1 = 超上限, 原因已显示并放在 WS-VALID-ERROR-MSG)
      *> ============================================================
       HSA-CHECK-CONTRIB.
           MOVE 0 TO WS-HSA-OVER
           IF WS-HSA-CHK-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF
           CALL "hsa_plan_match" USING BY REFERENCE WS-HSA-CHK-CATEGORY
                                       BY REFERENCE WS-HSA-CHK-ACCOUNT
                                       BY REFERENCE WS-HSA-CHK-DATE
                                       BY REFERENCE WS-HSA-PLAN
                                       BY REFERENCE WS-HSA-LIMIT
                                       BY REFERENCE WS-HSA-CONTRIB
                                 RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-HSA-CONTRIB + WS-HSA-CHK-AMOUNT > WS-HSA-LIMIT
               COMPUTE WS-DISP-HSA-AMT1 = WS-HSA-CONTRIB / 100
               COMPUTE WS-DISP-HSA-AMT2 = WS-HSA-LIMIT / 100
               DISPLAY "Refused: contribution would exceed the "
                       "annual limit of plan '"
                       FUNCTION TRIM(WS-HSA-PLAN) "'"
               DISPLAY "  contributed so far "
                       FUNCTION TRIM(WS-DISP-HSA-AMT1)
                       " of " FUNCTION TRIM(WS-DISP-HSA-AMT2)
               MOVE "over plan contribution limit"
                    TO WS-VALID-ERROR-MSG
               MOVE 1 TO WS-HSA-OVER
           END-IF.

      *> ---------------------------------------------------------
      *> HSA-ELIGIBLE - 把一笔医疗支出标为可对某计划报销
      *> ---------------------------------------------------------
       HSA-ELIGIBLE.
           IF WS-ARG-ID = 0 OR WS-ARG-NAME = SPACES
               DISPLAY "Error: --id and --name are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "hsa_plan_get" USING BY REFERENCE WS-ARG-NAME
                                     BY REFERENCE WS-HSA-KIND
                                     BY REFERENCE WS-HSA-ACCOUNT
                                     BY REFERENCE WS-HSA-CATEGORY
                                     BY REFERENCE WS-HSA-FROM
                                     BY REFERENCE WS-HSA-TO
                                     BY REFERENCE WS-HSA-LIMIT
                                     BY REFERENCE WS-HSA-DEADLINE
                               RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: unknown plan '"
                       FUNCTION TRIM(WS-ARG-NAME) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "hsa_eligible_mark" USING BY VALUE WS-ARG-ID
                                          BY REFERENCE WS-ARG-NAME
                                    RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Transaction " WS-ARG-ID
                       " not found or not an expense"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC = 7
               DISPLAY "Error: Transaction " WS-ARG-ID
                       " has already been claimed"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to mark transaction"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Transaction " WS-ARG-ID " marked eligible for '"
                   FUNCTION TRIM(WS-ARG-NAME) "'".

      *> ---------------------------------------------------------
       HSA-EXPENSES.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ID        DATE        CATEGORY          "
                   "AMOUNT       CLAIMED"
           CALL "hsa_eligible_list_begin" USING BY REFERENCE WS-ARG-NAME
                                          RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "hsa_eligible_list_next"
                    USING BY REFERENCE WS-LIST-ID
                          BY REFERENCE WS-LIST-DATE
                          BY REFERENCE WS-LIST-CATEGORY
                          BY REFERENCE WS-LIST-AMOUNT
                          BY REFERENCE WS-HSA-TX-CLAIMED
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-LIST-ID TO WS-LIST-ID-DISP
                   COMPUTE WS-AMOUNT-DISP = WS-LIST-AMOUNT / 100
                   DISPLAY WS-LIST-ID-DISP "  "
                           FUNCTION TRIM(WS-LIST-DATE) "  "
                           WS-LIST-CATEGORY(1:16) "  "
                           WS-AMOUNT-DISP "  " WS-HSA-TX-CLAIMED
               END-IF
           END-PERFORM
           CALL "hsa_eligible_list_end" RETURNING WS-RC.

      *> ============================================================
      *> HSA-CLAIM - 对计划报销一笔已标 eligible 的支出.
      *> FSA: 服务日须在计划年度内, 报销日不晚于截止日, 金额
      *> 不超过 (上限 - 已报); HSA: 不超过计划账户余额.
      *> 报销款从计划账户划回支出的付款账户 (或 --account)
      *> ============================================================
       HSA-CLAIM.
           IF WS-ARG-ID = 0 OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --id and --date are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "hsa_eligible_get" USING BY VALUE WS-ARG-ID
                                         BY REFERENCE WS-HSA-TX-PLAN
                                         BY REFERENCE WS-HSA-TX-DATE
                                         BY REFERENCE WS-HSA-TX-AMOUNT
                                         BY REFERENCE WS-HSA-TX-ACCOUNT
                                         BY REFERENCE WS-HSA-TX-CLAIMED
                                   RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Transaction " WS-ARG-ID
                       " is not marked eligible - run "
                       "'ledger hsa eligible' first"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-HSA-TX-CLAIMED = "Y"
               DISPLAY "Error: Transaction " WS-ARG-ID
                       " has already been claimed"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-ACCOUNT NOT = SPACES
               MOVE WS-ARG-ACCOUNT TO WS-HSA-TX-ACCOUNT
           END-IF
           IF WS-HSA-TX-ACCOUNT = SPACES
               DISPLAY "Error: the expense has no account - give "
                       "--account to pay the claim into"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "hsa_plan_get" USING BY REFERENCE WS-HSA-TX-PLAN
                                     BY REFERENCE WS-HSA-KIND
                                     BY REFERENCE WS-HSA-ACCOUNT
                                     BY REFERENCE WS-HSA-CATEGORY
                                     BY REFERENCE WS-HSA-FROM
                                     BY REFERENCE WS-HSA-TO
                                     BY REFERENCE WS-HSA-LIMIT
                                     BY REFERENCE WS-HSA-DEADLINE
                               RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: unknown plan '"
                       FUNCTION TRIM(WS-HSA-TX-PLAN) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HSA-TX-PLAN TO WS-HSA-PLAN
           MOVE WS-ARG-DATE TO WS-ARG-AS-OF
           PERFORM HSA-PLAN-AVAILABLE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-HSA-KIND = "fsa"
               IF WS-HSA-TX-DATE < WS-HSA-FROM
                  OR WS-HSA-TX-DATE > WS-HSA-TO
                   DISPLAY "Refused: the expense date "
                           FUNCTION TRIM(WS-HSA-TX-DATE)
                           " is outside the plan year"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-HSA-DEADLINE NOT = SPACES
                  AND WS-ARG-DATE > WS-HSA-DEADLINE
                   DISPLAY "Refused: the claim deadline "
                           FUNCTION TRIM(WS-HSA-DEADLINE)
                           " has passed"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-HSA-TX-AMOUNT > WS-HSA-AVAILABLE
               COMPUTE WS-DISP-HSA-AMT1 = WS-HSA-AVAILABLE / 100
               DISPLAY "Refused: only " FUNCTION TRIM(WS-DISP-HSA-AMT1)
                       " available in plan '"
                       FUNCTION TRIM(WS-HSA-PLAN) "'"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "hsa" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           MOVE SPACES TO WS-ARG-NOTE
           STRING FUNCTION TRIM(WS-HSA-PLAN) " claim for transaction "
                  WS-ARG-ID
                  DELIMITED SIZE INTO WS-ARG-NOTE
           CALL "tx_transfer" USING BY REFERENCE WS-HSA-ACCOUNT
                                     BY REFERENCE WS-HSA-TX-ACCOUNT
                                     BY VALUE WS-HSA-TX-AMOUNT
                                     BY REFERENCE WS-ARG-DATE
                                     BY REFERENCE WS-ARG-NOTE
                               RETURNING WS-RC
           MOVE WS-RC TO WS-RC-SAVE
           IF WS-RC = 0
               CALL "hsa_claim_add" USING BY VALUE WS-ARG-ID
                                          BY REFERENCE WS-HSA-PLAN
                                          BY REFERENCE WS-ARG-DATE
                                          BY VALUE WS-HSA-TX-AMOUNT
                                    RETURNING WS-RC
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to record the claim"
               CALL "run_end" RETURNING WS-RC
      *>       报销转账已落而报销记录没写上: 转账一并冲掉,
      *>       免得同一笔支出日后再报一次
               IF WS-RC-SAVE = 0
                   PERFORM BATCH-BACKOUT-RUN
               END-IF
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "run_end" RETURNING WS-RC
           COMPUTE WS-DISP-HSA-AMT1 = WS-HSA-TX-AMOUNT / 100
           DISPLAY "Claimed " FUNCTION TRIM(WS-DISP-HSA-AMT1)
                   " from '" FUNCTION TRIM(WS-HSA-PLAN)
                   "' into '" FUNCTION TRIM(WS-HSA-TX-ACCOUNT) "'".

      *> ---------------------------------------------------------
      *> 计划合计与可报销额. 入: WS-HSA-PLAN 及已取到的计划
      *> 字段, WS-ARG-AS-OF; 出: WS-HSA-CONTRIB/CLAIMED/UNREIMB/
      *> UNREIMB-COUNT/AVAILABLE
      *> ---------------------------------------------------------
       HSA-PLAN-AVAILABLE.
           CALL "hsa_plan_totals" USING BY REFERENCE WS-HSA-PLAN
                                        BY REFERENCE WS-ARG-AS-OF
                                        BY REFERENCE WS-HSA-CONTRIB
                                        BY REFERENCE WS-HSA-CLAIMED
                                        BY REFERENCE WS-HSA-UNREIMB
                                        BY REFERENCE
                                           WS-HSA-UNREIMB-COUNT
                                  RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to read plan totals"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-HSA-KIND = "fsa"
               COMPUTE WS-HSA-AVAILABLE = WS-HSA-LIMIT - WS-HSA-CLAIMED
           ELSE
               CALL "account_balance_as_of"
                    USING BY REFERENCE WS-HSA-ACCOUNT
                          BY REFERENCE WS-ARG-AS-OF
                          BY REFERENCE WS-HSA-AVAILABLE
                    RETURNING WS-RC
           END-IF
           IF WS-HSA-AVAILABLE < 0
               MOVE 0 TO WS-HSA-AVAILABLE
           END-IF.

      *> ============================================================
      *> HSA-REPORT - 每个计划: 缴存/上限, 已报/可报, 未报销的
      *> eligible 支出, FSA 距作废的天数 (过期则显示作废额)
      *> ============================================================
       HSA-REPORT.
           IF WS-ARG-AS-OF = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                      DELIMITED SIZE INTO WS-ARG-AS-OF
           END-IF
           DISPLAY " "
           DISPLAY "Health plans as of " FUNCTION TRIM(WS-ARG-AS-OF)
           CALL "hsa_plan_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "hsa_plan_list_next"
                    USING BY REFERENCE WS-HSA-PLAN
                          BY REFERENCE WS-HSA-KIND
                          BY REFERENCE WS-HSA-ACCOUNT
                          BY REFERENCE WS-HSA-CATEGORY
                          BY REFERENCE WS-HSA-FROM
                          BY REFERENCE WS-HSA-TO
                          BY REFERENCE WS-HSA-LIMIT
                          BY REFERENCE WS-HSA-DEADLINE
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM HSA-REPORT-ONE-PLAN
                   MOVE 0 TO WS-RC
               END-IF
           END-PERFORM
           CALL "hsa_plan_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
       HSA-REPORT-ONE-PLAN.
           PERFORM HSA-PLAN-AVAILABLE
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-HSA-PLAN) " ("
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HSA-KIND))
                   ", " FUNCTION TRIM(WS-HSA-FROM) " to "
                   FUNCTION TRIM(WS-HSA-TO) ", account "
                   FUNCTION TRIM(WS-HSA-ACCOUNT) ")"
           COMPUTE WS-DISP-HSA-AMT1 = WS-HSA-CONTRIB / 100
           COMPUTE WS-DISP-HSA-AMT2 = WS-HSA-LIMIT / 100
           DISPLAY "  Contributed:          " WS-DISP-HSA-AMT1
                   "  of limit " FUNCTION TRIM(WS-DISP-HSA-AMT2)
           COMPUTE WS-DISP-HSA-AMT1 = WS-HSA-CLAIMED / 100
           COMPUTE WS-DISP-HSA-AMT2 = WS-HSA-AVAILABLE / 100
           DISPLAY "  Claimed:              " WS-DISP-HSA-AMT1
                   "  available " FUNCTION TRIM(WS-DISP-HSA-AMT2)
           COMPUTE WS-DISP-HSA-AMT1 = WS-HSA-UNREIMB / 100
           MOVE WS-HSA-UNREIMB-COUNT TO WS-HSA-COUNT-DISP
           DISPLAY "  Unreimbursed eligible:" WS-DISP-HSA-AMT1
                   "  (" FUNCTION TRIM(WS-HSA-COUNT-DISP)
                   " expense(s))"
           IF WS-HSA-KIND NOT = "fsa" OR WS-HSA-DEADLINE = SPACES
               DISPLAY "  Balance rolls over - no forfeiture"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HSA-DATE-NUM =
                   FUNCTION NUMVAL(WS-HSA-DEADLINE(1:4)) * 10000
                 + FUNCTION NUMVAL(WS-HSA-DEADLINE(6:2)) * 100
                 + FUNCTION NUMVAL(WS-HSA-DEADLINE(9:2))
           COMPUTE WS-HSA-DATE-NUM2 =
                   FUNCTION NUMVAL(WS-ARG-AS-OF(1:4)) * 10000
                 + FUNCTION NUMVAL(WS-ARG-AS-OF(6:2)) * 100
                 + FUNCTION NUMVAL(WS-ARG-AS-OF(9:2))
           COMPUTE WS-HSA-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-HSA-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-HSA-DATE-NUM2)
           MOVE WS-HSA-DAYS-LEFT TO WS-HSA-DAYS-DISP
           IF WS-HSA-DAYS-LEFT < 0
               DISPLAY "  Claim deadline "
                       FUNCTION TRIM(WS-HSA-DEADLINE)
                       " passed - " FUNCTION TRIM(WS-DISP-HSA-AMT2)
                       " forfeited"
           ELSE
               DISPLAY "  Claim deadline "
                       FUNCTION TRIM(WS-HSA-DEADLINE)
                       ": " FUNCTION TRIM(WS-HSA-DAYS-DISP)
                       " day(s) left to use "
                       FUNCTION TRIM(WS-DISP-HSA-AMT2)
           END-IF.

      *> ============================================================
      *> CMD: insurance - 保单登记簿
      *> (add/list/renew/run/claim/settle/report)
      *> 保单记保险公司/保单号/险种/保费与缴费频率/下次缴费日
      *> /续保日/免赔额/付款账户. 保费由保单本身按缴费日生成
      *> (run, 作业流每月调用), 不再另挂 recur 规则. 理赔记出险
      *> 日/索赔额/扣除的免赔额, 预计赔款 (索赔 - 免赔) 挂成对
      *> 保险公司的应收; 结案时实收赔款记 insurance-recoveries
      *> 收入, 不足预计的差额把应收余额核销. 续保日同时进入
      *> CMD-CALENDAR 的到期日程
      *> ============================================================
       CMD-INSURANCE.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6

           EVALUATE WS-SUBCOMMAND
               WHEN "add"
                   PERFORM INSURANCE-ADD
               WHEN "list"
                   PERFORM INSURANCE-LIST
               WHEN "renew"
                   PERFORM INSURANCE-RENEW
               WHEN "run"
                   IF WS-ARG-MONTH = SPACES
                       DISPLAY "Error: --month is required"
                       MOVE 1 TO WS-RETURN-CODE
                   ELSE
                       PERFORM INSURANCE-PREMIUM-RUN
                   END-IF
               WHEN "claim"
                   PERFORM INSURANCE-CLAIM
               WHEN "settle"
                   PERFORM INSURANCE-SETTLE
               WHEN "report"
                   PERFORM INSURANCE-REPORT
               WHEN OTHER
                   DISPLAY "Error: insurance requires a subcommand"
                   DISPLAY "Usage: ledger insurance add --payee "
                           "<insurer> --name <policy no>"
                   DISPLAY "         --class <coverage> --amount "
                           "<premium> --date <next premium due>"
                   DISPLAY "         --until <renewal> --account A "
                           "[--deduct N]"
                   DISPLAY "         [--choose monthly|quarterly|"
                           "annual] [--category C]"
                   DISPLAY "       ledger insurance list"
                   DISPLAY "       ledger insurance renew --id <policy>"
                           " --until <renewal> [--amount N]"
                   DISPLAY "       ledger insurance run --month YYYY-MM"
                   DISPLAY "       ledger insurance claim --id <policy>"
                           " --date <loss date> --amount N"
                   DISPLAY "       ledger insurance settle --id <claim>"
                           " --amount <payout> --date D --account A"
                   DISPLAY "       ledger insurance report "
                           "[--days N]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
       INSURANCE-ADD.
           IF WS-ARG-PAYEE = SPACES OR WS-ARG-NAME = SPACES
              OR WS-ARG-AMOUNT = SPACES OR WS-ARG-DATE = SPACES
              OR WS-ARG-UNTIL = SPACES OR WS-ARG-ACCOUNT = SPACES
               DISPLAY "Error: --payee, --name, --amount, --date, "
                       "--until and --account are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-CHOOSE = SPACES
               MOVE "annual" TO WS-ARG-CHOOSE
           END-IF
           IF WS-ARG-CHOOSE NOT = "monthly"
              AND WS-ARG-CHOOSE NOT = "quarterly"
              AND WS-ARG-CHOOSE NOT = "annual"
               DISPLAY "Error: --choose must be monthly, quarterly "
                       "or annual"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "VALIDATE" USING WS-ARG-UNTIL WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-INS-PREMIUM = WS-AMOUNT-NUM * 100
           MOVE 0 TO WS-INS-DEDUCTIBLE
           IF WS-ARG-DEDUCT NOT = SPACES
               COMPUTE WS-AMOUNT-NUM =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-DEDUCT))
               COMPUTE WS-INS-DEDUCTIBLE = WS-AMOUNT-NUM * 100
               IF WS-INS-DEDUCTIBLE < 0
                   DISPLAY "Error: --deduct cannot be negative"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-ARG-CATEGORY TO WS-INS-PREM-CATEGORY
           IF WS-INS-PREM-CATEGORY = SPACES
               MOVE WS-INS-CATEGORY TO WS-INS-PREM-CATEGORY
           END-IF

           CALL "insurance_policy_add"
                USING BY REFERENCE WS-ARG-PAYEE
                      BY REFERENCE WS-ARG-NAME
                      BY REFERENCE WS-ARG-CLASS
                      BY VALUE WS-INS-PREMIUM
                      BY REFERENCE WS-ARG-CHOOSE
                      BY REFERENCE WS-ARG-DATE
                      BY REFERENCE WS-ARG-UNTIL
                      BY VALUE WS-INS-DEDUCTIBLE
                      BY REFERENCE WS-ARG-ACCOUNT
                      BY REFERENCE WS-INS-PREM-CATEGORY
                      BY REFERENCE WS-INS-ID
                RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: unknown account '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC = 7
               DISPLAY "Error: policy '" FUNCTION TRIM(WS-ARG-NAME)
                       "' is already registered"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add policy"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "EXPENSE" TO WS-CC-REG-TYPE
           CALL "category_add" USING BY REFERENCE WS-INS-PREM-CATEGORY
                                     BY REFERENCE WS-CC-REG-TYPE
                                     BY VALUE 0
                                     BY REFERENCE WS-CC-NO-PARENT
                               RETURNING WS-RC-SAVE
           DISPLAY "Policy " WS-INS-ID " added: "
                   FUNCTION TRIM(WS-ARG-PAYEE) " "
                   FUNCTION TRIM(WS-ARG-NAME) ", "
                   FUNCTION TRIM(WS-ARG-CHOOSE) " premium "
                   FUNCTION TRIM(WS-ARG-AMOUNT) ", renews "
                   FUNCTION TRIM(WS-ARG-UNTIL).

      *> ---------------------------------------------------------
       INSURANCE-LIST.
           DISPLAY "ID          INSURER           POLICY        "
                   "COVERAGE        PREMIUM  FREQ      NEXT DUE    "
                   "RENEWAL       DEDUCTIBLE"
           CALL "insurance_policy_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "insurance_policy_list_next"
                    USING BY REFERENCE WS-INS-ID
                          BY REFERENCE WS-INS-INSURER
                          BY REFERENCE WS-INS-POLICY-NO
                          BY REFERENCE WS-INS-COVERAGE
                          BY REFERENCE WS-INS-PREMIUM
                          BY REFERENCE WS-INS-FREQ
                          BY REFERENCE WS-INS-NEXT-DUE
                          BY REFERENCE WS-INS-RENEWAL
                          BY REFERENCE WS-INS-DEDUCTIBLE
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-DISP-INS-AMT1 = WS-INS-PREMIUM / 100
                   COMPUTE WS-DISP-INS-AMT2 = WS-INS-DEDUCTIBLE / 100
                   DISPLAY WS-INS-ID "  " WS-INS-INSURER(1:16) "  "
                           WS-INS-POLICY-NO(1:12) "  " WS-INS-COVERAGE
                           WS-DISP-INS-AMT1 "  " WS-INS-FREQ
                           WS-INS-NEXT-DUE " " WS-INS-RENEWAL
                           WS-DISP-INS-AMT2
               END-IF
           END-PERFORM
           CALL "insurance_policy_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> INSURANCE-RENEW - 续保: 新续保日, 可同时改保费/免赔额
      *> (-1 = 不变)
      *> ---------------------------------------------------------
       INSURANCE-RENEW.
           IF WS-ARG-ID = 0 OR WS-ARG-UNTIL = SPACES
               DISPLAY "Error: --id and --until are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-UNTIL WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE -1 TO WS-INS-PREMIUM WS-INS-DEDUCTIBLE
           IF WS-ARG-AMOUNT NOT = SPACES
               COMPUTE WS-AMOUNT-NUM =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
               COMPUTE WS-INS-PREMIUM = WS-AMOUNT-NUM * 100
           END-IF
           IF WS-ARG-DEDUCT NOT = SPACES
               COMPUTE WS-AMOUNT-NUM =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-DEDUCT))
               COMPUTE WS-INS-DEDUCTIBLE = WS-AMOUNT-NUM * 100
           END-IF
           IF WS-INS-PREMIUM < -1 OR WS-INS-DEDUCTIBLE < -1
               DISPLAY "Error: --amount and --deduct cannot be "
                       "negative"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "insurance_policy_renew"
                USING BY VALUE WS-ARG-ID
                      BY REFERENCE WS-ARG-UNTIL
                      BY VALUE WS-INS-PREMIUM
                      BY VALUE WS-INS-DEDUCTIBLE
                RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Policy " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to renew policy"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Policy " WS-ARG-ID " renewed to "
                   FUNCTION TRIM(WS-ARG-UNTIL).

      *> ============================================================
      *> INSURANCE-PREMIUM-RUN - 下次缴费日不晚于当月月末的保单
      *> 各记一笔保费支出 (付款账户/保单的保费类别, 收款人 =
      *> 保险公司), 随后后端按缴费频率把下次缴费日往后推.
      *> 作业流 (CMD-JOBSTREAM) 直接调用, 库已由调用方打开
      *> ============================================================
       INSURANCE-PREMIUM-RUN.
           PERFORM CALC-MONTH-END-DATE
           MOVE SPACES TO WS-INS-CUTOFF
           STRING WS-ARG-MONTH(1:7) "-" WS-ME-MAXDAY
                  DELIMITED SIZE INTO WS-INS-CUTOFF
           MOVE 0 TO WS-INS-COUNT WS-INS-POSTED
           CALL "insurance_due_begin" USING BY REFERENCE WS-INS-CUTOFF
                                      RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0 OR WS-INS-COUNT >= 200
               CALL "insurance_due_next"
                    USING BY REFERENCE WS-INS-ID
                          BY REFERENCE WS-INS-INSURER
                          BY REFERENCE WS-INS-POLICY-NO
                          BY REFERENCE WS-INS-ACCOUNT
                          BY REFERENCE WS-INS-PREM-CATEGORY
                          BY REFERENCE WS-INS-PREMIUM
                          BY REFERENCE WS-INS-NEXT-DUE
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-INS-COUNT
                   MOVE WS-INS-ID TO WS-INS-R-ID(WS-INS-COUNT)
                   MOVE WS-INS-INSURER
                        TO WS-INS-R-INSURER(WS-INS-COUNT)
                   MOVE WS-INS-POLICY-NO
                        TO WS-INS-R-POLICY(WS-INS-COUNT)
                   MOVE WS-INS-ACCOUNT
                        TO WS-INS-R-ACCOUNT(WS-INS-COUNT)
                   MOVE WS-INS-PREM-CATEGORY
                        TO WS-INS-R-CATEGORY(WS-INS-COUNT)
                   MOVE WS-INS-PREMIUM
                        TO WS-INS-R-PREMIUM(WS-INS-COUNT)
                   MOVE WS-INS-NEXT-DUE TO WS-INS-R-DUE(WS-INS-COUNT)
               END-IF
           END-PERFORM
           CALL "insurance_due_end" RETURNING WS-RC

           MOVE "premium" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           MOVE WS-ARG-ACCOUNT TO WS-INS-SAVE-ACCT
           MOVE WS-ARG-PAYEE TO WS-INS-SAVE-PAYEE
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                   UNTIL WS-INS-IDX > WS-INS-COUNT
                      OR WS-RETURN-CODE NOT = 0
               PERFORM INSURANCE-POST-PREMIUM
           END-PERFORM
           MOVE WS-INS-SAVE-ACCT TO WS-ARG-ACCOUNT
           MOVE WS-INS-SAVE-PAYEE TO WS-ARG-PAYEE
           CALL "run_end" RETURNING WS-RC

           MOVE WS-INS-POSTED TO WS-INS-POSTED-DISP
           DISPLAY "Premiums due by " FUNCTION TRIM(WS-INS-CUTOFF)
                   ": " FUNCTION TRIM(WS-INS-POSTED-DISP)
                   " posted".

      *> ---------------------------------------------------------
       INSURANCE-POST-PREMIUM.
           MOVE "EXPENSE" TO WS-BATCH-TYPE
           MOVE WS-INS-R-CATEGORY(WS-INS-IDX) TO WS-BATCH-CATEGORY
           MOVE WS-INS-R-DUE(WS-INS-IDX) TO WS-BATCH-DATE
           MOVE WS-INS-R-PREMIUM(WS-INS-IDX) TO WS-AMOUNT-CENTS
           MOVE WS-INS-R-ACCOUNT(WS-INS-IDX) TO WS-ARG-ACCOUNT
           MOVE WS-INS-R-INSURER(WS-INS-IDX) TO WS-ARG-PAYEE
           MOVE SPACES TO WS-BATCH-NOTE
           STRING "premium, policy "
                  FUNCTION TRIM(WS-INS-R-POLICY(WS-INS-IDX))
                  DELIMITED SIZE INTO WS-BATCH-NOTE
           PERFORM INVEST-POST-CASH
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           CALL "insurance_premium_posted"
                USING BY VALUE WS-INS-R-ID(WS-INS-IDX)
                      BY REFERENCE WS-INS-R-DUE(WS-INS-IDX)
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: failed to advance the premium date "
                       "of policy " WS-INS-R-ID(WS-INS-IDX)
      *>       到期日没推进, 下次运行还会再记一遍: 刚落的这笔
      *>       保费撤掉
               CALL "tx_last_id" USING BY REFERENCE WS-INS-TX-ID
                                 RETURNING WS-RC
               IF WS-RC = 0
                   CALL "tx_delete" USING BY VALUE WS-INS-TX-ID
                                    RETURNING WS-RC
               END-IF
               IF WS-RC = 0
                   DISPLAY "  premium posting withdrawn"
               ELSE
                   DISPLAY "Warning: the premium posting could not "
                           "be withdrawn - delete it before the "
                           "next premium run"
               END-IF
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INS-POSTED
           COMPUTE WS-DISP-INS-AMT1 = WS-INS-R-PREMIUM(WS-INS-IDX) / 100
           DISPLAY "  " FUNCTION TRIM(WS-INS-R-DUE(WS-INS-IDX)) "  "
                   WS-INS-R-INSURER(WS-INS-IDX)(1:16) "  "
                   WS-INS-R-POLICY(WS-INS-IDX)(1:12)
                   WS-DISP-INS-AMT1.

      *> ============================================================
      *> INSURANCE-CLAIM - 登记一宗理赔: 免赔额取保单免赔额与
      *> 索赔额中较小者, 预计赔款 = 索赔 - 免赔; 预计赔款大于
      *> 零时由后端同时挂一笔对保险公司的应收
      *> ============================================================
       INSURANCE-CLAIM.
           IF WS-ARG-ID = 0 OR WS-ARG-DATE = SPACES
              OR WS-ARG-AMOUNT = SPACES
               DISPLAY "Error: --id (policy), --date (date of loss) "
                       "and --amount are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "insurance_policy_get"
                USING BY VALUE WS-ARG-ID
                      BY REFERENCE WS-INS-INSURER
                      BY REFERENCE WS-INS-POLICY-NO
                      BY REFERENCE WS-INS-DEDUCTIBLE
                      BY REFERENCE WS-INS-RENEWAL
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Policy " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-INS-CLAIMED = WS-AMOUNT-NUM * 100
           IF WS-INS-DEDUCTIBLE > WS-INS-CLAIMED
               MOVE WS-INS-CLAIMED TO WS-INS-DED-APPLIED
           ELSE
               MOVE WS-INS-DEDUCTIBLE TO WS-INS-DED-APPLIED
           END-IF
           COMPUTE WS-INS-EXPECTED = WS-INS-CLAIMED - WS-INS-DED-APPLIED

           CALL "insurance_claim_add"
                USING BY VALUE WS-ARG-ID
                      BY REFERENCE WS-ARG-DATE
                      BY VALUE WS-INS-CLAIMED
                      BY VALUE WS-INS-DED-APPLIED
                      BY VALUE WS-INS-EXPECTED
                      BY REFERENCE WS-ARG-NOTE
                      BY REFERENCE WS-INS-CLAIM-ID
                      BY REFERENCE WS-INS-AR-ID
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to record the claim"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DISP-INS-AMT1 = WS-INS-CLAIMED / 100
           COMPUTE WS-DISP-INS-AMT2 = WS-INS-DED-APPLIED / 100
           COMPUTE WS-DISP-INS-AMT3 = WS-INS-EXPECTED / 100
           DISPLAY "Claim " WS-INS-CLAIM-ID " filed with "
                   FUNCTION TRIM(WS-INS-INSURER) " (policy "
                   FUNCTION TRIM(WS-INS-POLICY-NO) ")"
           DISPLAY "  Claimed:             " WS-DISP-INS-AMT1
           DISPLAY "  Deductible applied:  " WS-DISP-INS-AMT2
           DISPLAY "  Expected settlement: " WS-DISP-INS-AMT3
           IF WS-INS-EXPECTED > 0
               DISPLAY "  Receivable " WS-INS-AR-ID " raised"
           END-IF.

      *> ============================================================
      *> INSURANCE-SETTLE - 结案: 实收赔款记 insurance-recoveries
      *> 收入到 --account, 冲应收; 预计赔款中没赔到的差额核销
      *> 应收余额, 理赔状态转 settled
      *> ============================================================
       INSURANCE-SETTLE.
           IF WS-ARG-ID = 0 OR WS-ARG-AMOUNT = SPACES
              OR WS-ARG-DATE = SPACES OR WS-ARG-ACCOUNT = SPACES
               DISPLAY "Error: --id (claim), --amount, --date and "
                       "--account are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "insurance_claim_get"
                USING BY VALUE WS-ARG-ID
                      BY REFERENCE WS-INS-INSURER
                      BY REFERENCE WS-INS-POLICY-NO
                      BY REFERENCE WS-INS-LOSS-DATE
                      BY REFERENCE WS-INS-EXPECTED
                      BY REFERENCE WS-INS-STATUS
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Claim " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-INS-STATUS NOT = "open"
               DISPLAY "Error: Claim " WS-ARG-ID " is already "
                       FUNCTION TRIM(WS-INS-STATUS)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-INS-PAID = WS-AMOUNT-NUM * 100
           IF WS-INS-PAID > WS-INS-EXPECTED
               COMPUTE WS-DISP-INS-AMT1 = WS-INS-EXPECTED / 100
               DISPLAY "Error: payout exceeds the expected "
                       "settlement of "
                       FUNCTION TRIM(WS-DISP-INS-AMT1)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INS-SHORTFALL = WS-INS-EXPECTED - WS-INS-PAID

           MOVE "insurance" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           IF WS-INS-PAID > 0
               MOVE "INCOME" TO WS-CC-REG-TYPE
               CALL "category_add"
                    USING BY REFERENCE WS-INS-RECOVERY-CATEGORY
                          BY REFERENCE WS-CC-REG-TYPE
                          BY VALUE 0
                          BY REFERENCE WS-CC-NO-PARENT
                    RETURNING WS-RC-SAVE
               MOVE "INCOME" TO WS-BATCH-TYPE
               MOVE WS-INS-RECOVERY-CATEGORY TO WS-BATCH-CATEGORY
               MOVE WS-ARG-DATE TO WS-BATCH-DATE
               MOVE WS-INS-PAID TO WS-AMOUNT-CENTS
               MOVE WS-INS-INSURER TO WS-ARG-PAYEE
               MOVE SPACES TO WS-BATCH-NOTE
               STRING "insurance claim " WS-ARG-ID ", policy "
                      FUNCTION TRIM(WS-INS-POLICY-NO)
                      DELIMITED SIZE INTO WS-BATCH-NOTE
               PERFORM INVEST-POST-CASH
           END-IF
           IF WS-RETURN-CODE = 0
               CALL "insurance_claim_settle"
                    USING BY VALUE WS-ARG-ID
                          BY VALUE WS-INS-PAID
                          BY VALUE WS-INS-SHORTFALL
                          BY REFERENCE WS-ARG-DATE
                    RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: Failed to settle the claim"
                   MOVE 2 TO WS-RETURN-CODE
               END-IF
           END-IF
           CALL "run_end" RETURNING WS-RC
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DISP-INS-AMT1 = WS-INS-PAID / 100
           COMPUTE WS-DISP-INS-AMT2 = WS-INS-SHORTFALL / 100
           DISPLAY "Claim " WS-ARG-ID " settled: received "
                   FUNCTION TRIM(WS-DISP-INS-AMT1)
           IF WS-INS-SHORTFALL > 0
               DISPLAY "Shortfall written off: "
                       FUNCTION TRIM(WS-DISP-INS-AMT2)
           END-IF.

      *> ============================================================
      *> INSURANCE-REPORT - 未来 --days 天内 (缺省 30) 到期续保
      *> 的保单, 以及全部未结理赔和预计赔款合计
      *> ============================================================
       INSURANCE-REPORT.
           DISPLAY " "
           DISPLAY "Renewals in the next " WS-ARG-DAYS " day(s):"
           DISPLAY "RENEWAL     ID          INSURER           "
                   "POLICY        COVERAGE        PREMIUM"
           CALL "insurance_renewal_begin" USING BY VALUE WS-ARG-DAYS
                                          RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "insurance_renewal_next"
                    USING BY REFERENCE WS-INS-RENEWAL
                          BY REFERENCE WS-INS-ID
                          BY REFERENCE WS-INS-INSURER
                          BY REFERENCE WS-INS-POLICY-NO
                          BY REFERENCE WS-INS-COVERAGE
                          BY REFERENCE WS-INS-PREMIUM
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-DISP-INS-AMT1 = WS-INS-PREMIUM / 100
                   DISPLAY WS-INS-RENEWAL " " WS-INS-ID "  "
                           WS-INS-INSURER(1:16) "  "
                           WS-INS-POLICY-NO(1:12) "  "
                           WS-INS-COVERAGE WS-DISP-INS-AMT1
               END-IF
           END-PERFORM
           CALL "insurance_renewal_end" RETURNING WS-RC

           DISPLAY " "
           DISPLAY "Open claims:"
           DISPLAY "CLAIM       LOSS DATE   INSURER           "
                   "POLICY             CLAIMED   DEDUCTIBLE"
                   "     EXPECTED"
           MOVE 0 TO WS-INS-TOT-EXPECTED
           CALL "insurance_claim_open_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "insurance_claim_open_next"
                    USING BY REFERENCE WS-INS-CLAIM-ID
                          BY REFERENCE WS-INS-LOSS-DATE
                          BY REFERENCE WS-INS-INSURER
                          BY REFERENCE WS-INS-POLICY-NO
                          BY REFERENCE WS-INS-CLAIMED
                          BY REFERENCE WS-INS-DED-APPLIED
                          BY REFERENCE WS-INS-EXPECTED
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD WS-INS-EXPECTED TO WS-INS-TOT-EXPECTED
                   COMPUTE WS-DISP-INS-AMT1 = WS-INS-CLAIMED / 100
                   COMPUTE WS-DISP-INS-AMT2 = WS-INS-DED-APPLIED / 100
                   COMPUTE WS-DISP-INS-AMT3 = WS-INS-EXPECTED / 100
                   DISPLAY WS-INS-CLAIM-ID "  " WS-INS-LOSS-DATE " "
                           WS-INS-INSURER(1:16) "  "
                           WS-INS-POLICY-NO(1:12) " "
                           WS-DISP-INS-AMT1 WS-DISP-INS-AMT2
                           WS-DISP-INS-AMT3
               END-IF
           END-PERFORM
           CALL "insurance_claim_open_end" RETURNING WS-RC
           COMPUTE WS-DISP-INS-AMT4 = WS-INS-TOT-EXPECTED / 100
           DISPLAY " "
           DISPLAY "Expected settlements outstanding: "
                   FUNCTION TRIM(WS-DISP-INS-AMT4).

      *> ============================================================
      *> CMD: scenario - 假设情景沙盒 (create/list/drop/compare)
      *> 大决定之前 (新贷款/停掉订阅/调租金) 先在副本上试: create
      *> 把当前库整库复制成 <scenario_dir>/<名>.db 并在正本里
      *> 登记; 之后任何命令加 --scenario <名> 就作用在副本上
      *> (add/recur/loan/budget 照常用). compare 把正本与副本的
      *> 现金流预测/净值/预算执行并排对比. 情景下每条命令都打
      *> 非生产抬头, 操作流水带 [scenario 名] 标记; sync、GL 导出
      *> 与跨档案转账一律拒绝, 副本里的假账出不了沙盒
      *> ============================================================
       CMD-SCENARIO.
           IF WS-SCN-ACTIVE = 1
               DISPLAY "Error: scenario commands run against the "
                       "real books - drop --scenario"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-SUBCOMMAND
               WHEN "create"
                   PERFORM SCENARIO-CREATE
               WHEN "list"
                   PERFORM SCENARIO-LIST
               WHEN "drop"
                   PERFORM SCENARIO-DROP
               WHEN "compare"
                   PERFORM SCENARIO-COMPARE
               WHEN OTHER
                   DISPLAY "Error: scenario requires a subcommand"
                   DISPLAY "Usage: ledger scenario create --name N"
                   DISPLAY "       ledger scenario list"
                   DISPLAY "       ledger scenario drop --name N"
                   DISPLAY "       ledger scenario compare --name N "
                           "[--month YYYY-MM] [--days N]"
                   DISPLAY "       ledger <command> ... --scenario N"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 情景名 -> 副本文件路径 (WS-SCN-NAME -> WS-SCN-PATH)
      *> ---------------------------------------------------------
       SCENARIO-BUILD-PATH.
           MOVE SPACES TO WS-SCN-PATH
           STRING FUNCTION TRIM(WS-SCN-DIR) "/"
                  FUNCTION TRIM(WS-SCN-NAME) ".db"
                  DELIMITED SIZE INTO WS-SCN-PATH.

      *> ============================================================
      *> 主流程在解析完库路径后调用: 给了 --scenario 时把库路径
      *> 换成副本, 先拦下不许在情景里跑的命令 (拒绝同样记入
      *> 操作流水), 再打非生产抬头 (JSON 输出不打, 免得坏了格式)
      *> ============================================================
       SCENARIO-SELECT.
           IF WS-ARG-SCENARIO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DB-PATH TO WS-SCN-BASE-PATH
           MOVE WS-ARG-SCENARIO TO WS-SCN-NAME
           PERFORM SCENARIO-BUILD-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SCN-PATH
                                             WS-SCN-FILE-INFO
           IF RETURN-CODE NOT = 0
               DISPLAY "Error: unknown scenario '"
                       FUNCTION TRIM(WS-SCN-NAME) "' - run "
                       "'ledger scenario create --name "
                       FUNCTION TRIM(WS-SCN-NAME) "' first"
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SCN-PATH TO WS-DB-PATH
           MOVE 1 TO WS-SCN-ACTIVE

           MOVE 0 TO WS-SCN-REFUSED
           IF WS-COMMAND = "sync"
               MOVE 1 TO WS-SCN-REFUSED
           END-IF
           IF WS-COMMAND = "export" AND WS-SUBCOMMAND = "gl"
               MOVE 1 TO WS-SCN-REFUSED
           END-IF
           IF WS-COMMAND = "transfer"
              AND (WS-ARG-FROM-PROFILE NOT = SPACES
                   OR WS-ARG-TO-PROFILE NOT = SPACES)
               MOVE 1 TO WS-SCN-REFUSED
           END-IF
           IF WS-SCN-REFUSED = 1
               DISPLAY "Error: '" FUNCTION TRIM(WS-COMMAND)
                       "' is not allowed in scenario '"
                       FUNCTION TRIM(WS-SCN-NAME)
                       "' - sandbox data never leaves the sandbox"
               MOVE 1 TO WS-RETURN-CODE
               ACCEPT WS-CMDLINE FROM COMMAND-LINE
               PERFORM SCENARIO-TAG-CMDLINE
               CALL "ops_log_write"
                    USING BY REFERENCE WS-CMDLINE
                          BY REFERENCE WS-OPERATOR
                          BY VALUE WS-RETURN-CODE
                    RETURNING WS-RC
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-ARG-FORMAT NOT = "json"
               DISPLAY "*** SCENARIO '" FUNCTION TRIM(WS-SCN-NAME)
                       "' - what-if sandbox, NOT the production "
                       "books ***"
           END-IF.

      *> ---------------------------------------------------------
      *> 操作流水里的命令行前面加 [scenario 名]
      *> ---------------------------------------------------------
       SCENARIO-TAG-CMDLINE.
           MOVE SPACES TO WS-SCN-CMDLINE
           STRING "[scenario " FUNCTION TRIM(WS-SCN-NAME) "] "
                  FUNCTION TRIM(WS-CMDLINE)
                  DELIMITED SIZE INTO WS-SCN-CMDLINE
           MOVE WS-SCN-CMDLINE TO WS-CMDLINE.

      *> ---------------------------------------------------------
      *> SCENARIO-CREATE - 整库复制 (与 backup 同一条 db_backup
      *> 路径, 回读校验), 副本内部打上情景名, 正本里登记
      *> ---------------------------------------------------------
       SCENARIO-CREATE.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LOWER-CASE(WS-ARG-NAME) TO WS-SCN-NAME
           PERFORM SCENARIO-BUILD-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SCN-PATH
                                             WS-SCN-FILE-INFO
           IF RETURN-CODE = 0
               DISPLAY "Error: scenario '" FUNCTION TRIM(WS-SCN-NAME)
                       "' already exists - drop it first"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "db_backup" USING BY REFERENCE WS-SCN-PATH
                            RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to copy the books to "
                       FUNCTION TRIM(WS-SCN-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "db_backup_verify" USING BY REFERENCE WS-SCN-PATH
                                   RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: scenario copy failed verification"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
           MOVE SPACES TO WS-SCN-CREATED
           STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY " "
                  WS-DT-HOUR ":" WS-DT-MIN
                  DELIMITED SIZE INTO WS-SCN-CREATED
           CALL "scenario_register" USING BY REFERENCE WS-SCN-NAME
                                          BY REFERENCE WS-SCN-PATH
                                          BY REFERENCE WS-SCN-CREATED
                                    RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to register the scenario"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   副本里记下自己的情景名: 哪怕有人把副本文件直接配成
      *>   profile 打开, 后端也认得出这不是正本
           CALL "db_close" RETURNING WS-RC
           CALL "db_open" USING BY REFERENCE WS-SCN-PATH
                          RETURNING WS-RC
           IF WS-RC = 0
               CALL "scenario_mark" USING BY REFERENCE WS-SCN-NAME
                                    RETURNING WS-RC
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to mark the scenario copy"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Scenario '" FUNCTION TRIM(WS-SCN-NAME)
                   "' created: " FUNCTION TRIM(WS-SCN-PATH)
           DISPLAY "Run commands against it with --scenario "
                   FUNCTION TRIM(WS-SCN-NAME).

      *> ---------------------------------------------------------
       SCENARIO-LIST.
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SCENARIO                        CREATED           "
                   "FILE"
           CALL "scenario_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "scenario_list_next"
                    USING BY REFERENCE WS-SCN-NAME
                          BY REFERENCE WS-SCN-PATH
                          BY REFERENCE WS-SCN-CREATED
                    RETURNING WS-RC
               IF WS-RC = 0
                   DISPLAY WS-SCN-NAME "  " WS-SCN-CREATED(1:16)
                           "  " FUNCTION TRIM(WS-SCN-PATH)
               END-IF
           END-PERFORM
           CALL "scenario_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
       SCENARIO-DROP.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LOWER-CASE(WS-ARG-NAME) TO WS-SCN-NAME
           PERFORM SCENARIO-BUILD-PATH
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "scenario_unregister" USING BY REFERENCE WS-SCN-NAME
                                      RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: unknown scenario '"
                       FUNCTION TRIM(WS-SCN-NAME) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to drop the scenario"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-SCN-PATH
           IF RETURN-CODE NOT = 0
               DISPLAY "Warning: could not delete "
                       FUNCTION TRIM(WS-SCN-PATH)
           END-IF
           DISPLAY "Scenario '" FUNCTION TRIM(WS-SCN-NAME)
                   "' dropped".

      *> ============================================================
      *> SCENARIO-COMPARE - 正本与副本各以只读方式打开一次, 用同
      *> 一套口径量出: 预测净头寸 (本月至今 + 未来 --days 天周期
      *> 规则), 今日净值, --month 的预算执行 (实际/预算/超支类别
      *> 数), 并排列出差额
      *> ============================================================
       SCENARIO-COMPARE.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LOWER-CASE(WS-ARG-NAME) TO WS-SCN-NAME
           PERFORM SCENARIO-BUILD-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SCN-PATH
                                             WS-SCN-FILE-INFO
           IF RETURN-CODE NOT = 0
               DISPLAY "Error: unknown scenario '"
                       FUNCTION TRIM(WS-SCN-NAME) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
           MOVE SPACES TO WS-SCN-CUR-MONTH WS-ARG-AS-OF
           STRING WS-DT-YEAR "-" WS-DT-MONTH
                  DELIMITED SIZE INTO WS-SCN-CUR-MONTH
           STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                  DELIMITED SIZE INTO WS-ARG-AS-OF
           IF WS-ARG-MONTH = SPACES
               MOVE WS-SCN-CUR-MONTH TO WS-ARG-MONTH
           END-IF

      *>   第一遍: 正本
           CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM SCENARIO-MEASURE
           MOVE WS-SCN-M-FC TO WS-SCN-B-FC
           MOVE WS-SCN-M-NW TO WS-SCN-B-NW
           MOVE WS-SCN-M-ACT TO WS-SCN-B-ACT
           MOVE WS-SCN-M-BUD TO WS-SCN-B-BUD
           MOVE WS-SCN-M-OVER TO WS-SCN-B-OVER
           CALL "db_close" RETURNING WS-RC

      *>   第二遍: 情景副本
           CALL "db_open_ro" USING BY REFERENCE WS-SCN-PATH
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM SCENARIO-MEASURE

           DISPLAY " "
           DISPLAY "Scenario '" FUNCTION TRIM(WS-SCN-NAME)
                   "' vs baseline (scenario figures are NOT "
                   "production)"
           DISPLAY " "
           DISPLAY "                                BASELINE       "
                   "SCENARIO     DIFFERENCE"
           COMPUTE WS-DISP-SCN-AMT1 = WS-SCN-B-FC / 100
           COMPUTE WS-DISP-SCN-AMT2 = WS-SCN-M-FC / 100
           COMPUTE WS-DISP-SCN-AMT3 = (WS-SCN-M-FC - WS-SCN-B-FC) / 100
           DISPLAY "Forecast net (" WS-ARG-DAYS " days) "
                   WS-DISP-SCN-AMT1 WS-DISP-SCN-AMT2 WS-DISP-SCN-AMT3
           COMPUTE WS-DISP-SCN-AMT1 = WS-SCN-B-NW / 100
           COMPUTE WS-DISP-SCN-AMT2 = WS-SCN-M-NW / 100
           COMPUTE WS-DISP-SCN-AMT3 = (WS-SCN-M-NW - WS-SCN-B-NW) / 100
           DISPLAY "Net worth today           "
                   WS-DISP-SCN-AMT1 WS-DISP-SCN-AMT2 WS-DISP-SCN-AMT3
           COMPUTE WS-DISP-SCN-AMT1 = WS-SCN-B-ACT / 100
           COMPUTE WS-DISP-SCN-AMT2 = WS-SCN-M-ACT / 100
           COMPUTE WS-DISP-SCN-AMT3 =
                   (WS-SCN-M-ACT - WS-SCN-B-ACT) / 100
           DISPLAY "Budgeted actual " WS-ARG-MONTH "  "
                   WS-DISP-SCN-AMT1 WS-DISP-SCN-AMT2 WS-DISP-SCN-AMT3
           COMPUTE WS-DISP-SCN-AMT1 = WS-SCN-B-BUD / 100
           COMPUTE WS-DISP-SCN-AMT2 = WS-SCN-M-BUD / 100
           COMPUTE WS-DISP-SCN-AMT3 =
                   (WS-SCN-M-BUD - WS-SCN-B-BUD) / 100
           DISPLAY "Budget " WS-ARG-MONTH "           "
                   WS-DISP-SCN-AMT1 WS-DISP-SCN-AMT2 WS-DISP-SCN-AMT3
           MOVE WS-SCN-B-OVER TO WS-SCN-OVER-DISP1
           MOVE WS-SCN-M-OVER TO WS-SCN-OVER-DISP2
           COMPUTE WS-SCN-OVER-DISP3 = WS-SCN-M-OVER - WS-SCN-B-OVER
           DISPLAY "Categories over budget       "
                   WS-SCN-OVER-DISP1 "      " WS-SCN-OVER-DISP2
                   "      " WS-SCN-OVER-DISP3.

      *> ---------------------------------------------------------
      *> 对当前打开的库量一遍对比口径, 结果放 WS-SCN-M-*
      *> ---------------------------------------------------------
       SCENARIO-MEASURE.
           MOVE 0 TO WS-SCN-M-FC WS-SCN-M-NW WS-SCN-M-ACT
                     WS-SCN-M-BUD WS-SCN-M-OVER
           CALL "rpt_get_totals"
                USING BY REFERENCE WS-SCN-CUR-MONTH
                      BY REFERENCE WS-FC-MTD-INCOME
                      BY REFERENCE WS-FC-MTD-EXPENSE
                      BY REFERENCE WS-ARG-BASE-CCY
                      BY VALUE WS-ARG-INCLUDE-ARCHIVE
                      BY REFERENCE WS-ARG-ENTERED-THRU
                RETURNING WS-RC
           COMPUTE WS-SCN-M-FC = WS-FC-MTD-INCOME - WS-FC-MTD-EXPENSE
           CALL "rpt_forecast_begin" USING BY VALUE WS-ARG-DAYS
                                      RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "rpt_forecast_next"
                    USING BY REFERENCE WS-FC-RULE-DATE
                          BY REFERENCE WS-FC-RULE-TYPE
                          BY REFERENCE WS-FC-RULE-CATEGORY
                          BY REFERENCE WS-FC-RULE-AMOUNT
                    RETURNING WS-RC
               IF WS-RC = 0
                   IF FUNCTION TRIM(WS-FC-RULE-TYPE) = "INCOME"
                       ADD WS-FC-RULE-AMOUNT TO WS-SCN-M-FC
                   ELSE
                       SUBTRACT WS-FC-RULE-AMOUNT FROM WS-SCN-M-FC
                   END-IF
               END-IF
           END-PERFORM
           CALL "rpt_forecast_end" RETURNING WS-RC

           CALL "rpt_networth_begin"
                USING BY REFERENCE WS-ARG-AS-OF
                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "rpt_networth_next"
                    USING BY REFERENCE WS-NW-NAME
                          BY REFERENCE WS-NW-CLASS
                          BY REFERENCE WS-NW-BALANCE
                    RETURNING WS-RC
               IF WS-RC = 0
                   IF FUNCTION TRIM(WS-NW-CLASS) = "liability"
                       SUBTRACT WS-NW-BALANCE FROM WS-SCN-M-NW
                   END-IF
                   IF FUNCTION TRIM(WS-NW-CLASS) = "asset"
                       ADD WS-NW-BALANCE TO WS-SCN-M-NW
                   END-IF
               END-IF
           END-PERFORM
           CALL "rpt_networth_end" RETURNING WS-RC
           MOVE 0 TO WS-INV-TOT-COST WS-INV-TOT-MARKET
           CALL "invest_value_asof" USING BY REFERENCE WS-ARG-AS-OF
                                          BY REFERENCE WS-INV-TOT-COST
                                          BY REFERENCE
                                             WS-INV-TOT-MARKET
                                    RETURNING WS-RC-SAVE
           IF WS-RC-SAVE = 0
               ADD WS-INV-TOT-MARKET TO WS-SCN-M-NW
               SUBTRACT WS-INV-TOT-COST FROM WS-SCN-M-NW
           END-IF

           CALL "budget_report_begin" USING BY REFERENCE WS-ARG-MONTH
                                       RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "budget_report_next"
                    USING BY REFERENCE WS-RPT-CAT
                          BY REFERENCE WS-RPT-TOTAL
                          BY REFERENCE WS-RPT-BUDGET
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD WS-RPT-TOTAL TO WS-SCN-M-ACT
                   ADD WS-RPT-BUDGET TO WS-SCN-M-BUD
                   IF WS-RPT-BUDGET > 0
                      AND WS-RPT-TOTAL > WS-RPT-BUDGET
                       ADD 1 TO WS-SCN-M-OVER
                   END-IF
               END-IF
           END-PERFORM
           CALL "budget_report_end" RETURNING WS-RC.

      *> ============================================================
      *> CMD: fx - 对基准货币的汇率表维护 (set/list)
      *> 每条记录 = 币种 + 生效日期 + 汇率 (对 WS-ARG-BASE-CCY /
      *> .ledgerrc currency 的基准货币); 录单时敲进去的临时汇率
      *> 只管当笔, 月末重估以这张表的月末汇率为准
      *> ============================================================
       CMD-FX.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "set"
                   PERFORM FX-SET
               WHEN "list"
                   PERFORM FX-LIST
               WHEN OTHER
                   DISPLAY "Error: fx requires a subcommand"
                   DISPLAY "Usage: ledger fx set --currency EUR "
                           "--date YYYY-MM-DD --rate N.NNNNNN"
                   DISPLAY "       ledger fx list [--currency EUR]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> FX-SET - 登记一条定日汇率 (内部以百万分之一存整数)
      *> ---------------------------------------------------------
       FX-SET.
           IF WS-ARG-CURRENCY = SPACES OR WS-ARG-DATE = SPACES
              OR WS-ARG-RATE = SPACES
               DISPLAY "Error: --currency, --date and --rate are "
                       "required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-FX-RATE-MICRO ROUNDED =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-RATE))
                   * 1000000
           IF WS-FX-RATE-MICRO <= 0
               DISPLAY "Error: rate must be greater than 0"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "fx" TO WS-MCL-ENTITY
           MOVE WS-ARG-CURRENCY TO WS-MCL-KEY
           MOVE WS-ARG-DATE TO WS-MCL-KEY2
           MOVE "rate" TO WS-MCL-FIELD
           MOVE WS-ARG-RATE TO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-BEFORE

           CALL "fx_rate_set" USING BY REFERENCE WS-ARG-CURRENCY
                                    BY REFERENCE WS-ARG-DATE
                                    BY VALUE WS-FX-RATE-MICRO
                              RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to record rate"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Rate for " FUNCTION TRIM(WS-ARG-CURRENCY)
                   " on " FUNCTION TRIM(WS-ARG-DATE)
                   " recorded"
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
       FX-LIST.
           DISPLAY "CCY  DATE        RATE"
           CALL "fx_rate_list_begin"
                USING BY REFERENCE WS-ARG-CURRENCY
                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "fx_rate_list_next"
                    USING BY REFERENCE WS-FX-CCY
                          BY REFERENCE WS-FX-DATE
                          BY REFERENCE WS-FX-RATE-MICRO
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-DISP-FX-RATE =
                           WS-FX-RATE-MICRO / 1000000
                   DISPLAY WS-FX-CCY "  "
                           FUNCTION TRIM(WS-FX-DATE) "  "
                           WS-DISP-FX-RATE
               END-IF
           END-PERFORM
           CALL "fx_rate_list_end" RETURNING WS-RC.

      *> ============================================================
      *> CMD: cpi - 物价指数表维护 (load/set/list)
      *> 每月一个指数值 (如统计局 CPI), 内部以千分之一存整数.
      *> load 读 "YYYY-MM,指数" 的逗号文件 (# 开头与表头行跳过,
      *> 同月重复以后到的为准), 不合格的行写 <file>.rej 附原因.
      *> 报表给 --real YYYY-MM 时按 基期指数 / 当月指数 把金额
      *> 折成基期不变价; 没有指数的月份照实列出并点名, 不按
      *> 零通胀悄悄带过
      *> ============================================================
       CMD-CPI.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "load"
                   PERFORM CPI-LOAD
               WHEN "set"
                   PERFORM CPI-SET
               WHEN "list"
                   PERFORM CPI-LIST
               WHEN OTHER
                   DISPLAY "Error: cpi requires a subcommand"
                   DISPLAY "Usage: ledger cpi load --file <csv>"
                   DISPLAY "       ledger cpi set --month YYYY-MM "
                           "--index N.NNN"
                   DISPLAY "       ledger cpi list [--from YYYY-MM "
                           "--to YYYY-MM]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> CPI-SET - 登记/更正一个月的指数 (走主档变更日志)
      *> ---------------------------------------------------------
       CPI-SET.
           IF WS-ARG-MONTH = SPACES OR WS-ARG-INDEX = SPACES
               DISPLAY "Error: --month and --index are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "MONTH" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-MONTH WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CPI-INDEX ROUNDED =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-INDEX))
                   * 1000
           IF WS-CPI-INDEX <= 0
               DISPLAY "Error: index must be greater than 0"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "cpi" TO WS-MCL-ENTITY
           MOVE WS-ARG-MONTH TO WS-MCL-KEY
           MOVE SPACES TO WS-MCL-KEY2
           MOVE "index" TO WS-MCL-FIELD
           MOVE WS-ARG-INDEX TO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-BEFORE

           CALL "cpi_set" USING BY REFERENCE WS-ARG-MONTH
                                BY VALUE WS-CPI-INDEX
                          RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to record index"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Price index for " FUNCTION TRIM(WS-ARG-MONTH)
                   " recorded"
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
      *> CPI-LOAD - 从逗号文件整批装入指数表
      *> ---------------------------------------------------------
       CPI-LOAD.
           IF WS-ARG-FILE = SPACES
               DISPLAY "Error: --file is required"
               DISPLAY "Usage: ledger cpi load --file <csv>"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-FILE TO WS-CPI-PATH
           OPEN INPUT CPI-FILE
           IF WS-CPI-STATUS NOT = "00"
               DISPLAY "Error: Cannot open index file "
                       FUNCTION TRIM(WS-CPI-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REJ-PATH
           STRING FUNCTION TRIM(WS-CPI-PATH) ".rej"
                  DELIMITED SIZE INTO WS-REJ-PATH
           OPEN OUTPUT REJECT-FILE
           IF WS-REJ-STATUS NOT = "00"
               DISPLAY "Error: Cannot create reject file "
                       FUNCTION TRIM(WS-REJ-PATH)
               CLOSE CPI-FILE
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CPI-EOF WS-CPI-LOADED WS-CPI-REJECTED
           PERFORM UNTIL WS-CPI-EOF = 1
               READ CPI-FILE
                   AT END
                       MOVE 1 TO WS-CPI-EOF
               END-READ
               IF WS-CPI-EOF = 0
                   PERFORM CPI-LOAD-ONE-LINE
               END-IF
           END-PERFORM
           CLOSE CPI-FILE
           CLOSE REJECT-FILE

           MOVE "cpi" TO WS-ICL-INTERFACE
           MOVE "in" TO WS-ICL-DIRECTION
           MOVE WS-CPI-PATH TO WS-ICL-FILE
           MOVE WS-CPI-LOADED TO WS-ICL-ACCEPTED
           MOVE WS-CPI-REJECTED TO WS-ICL-REJECTED
           PERFORM ICL-RECORD

           MOVE WS-CPI-LOADED TO WS-CPI-LOADED-DISP
           MOVE WS-CPI-REJECTED TO WS-CPI-REJECTED-DISP
           DISPLAY FUNCTION TRIM(WS-CPI-LOADED-DISP)
                   " month(s) loaded, "
                   FUNCTION TRIM(WS-CPI-REJECTED-DISP)
                   " rejected"
           IF WS-CPI-REJECTED > 0
               DISPLAY "Rejected lines written to "
                       FUNCTION TRIM(WS-REJ-PATH)
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
       CPI-LOAD-ONE-LINE.
           IF FUNCTION TRIM(WS-CPI-LINE) = SPACES
                   OR WS-CPI-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CPI-F1 WS-CPI-F2
           UNSTRING WS-CPI-LINE DELIMITED BY ","
               INTO WS-CPI-F1 WS-CPI-F2
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CPI-F1))
                   = "MONTH"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-CPI-F1) TO WS-CPI-MONTH
           MOVE "MONTH" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-CPI-MONTH WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               PERFORM CPI-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CPI-INDEX ROUNDED =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-CPI-F2)) * 1000
           IF WS-CPI-INDEX <= 0
               MOVE "index must be greater than 0"
                    TO WS-VALID-ERROR-MSG
               PERFORM CPI-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           CALL "cpi_set" USING BY REFERENCE WS-CPI-MONTH
                                BY VALUE WS-CPI-INDEX
                          RETURNING WS-RC
           IF WS-RC NOT = 0
               MOVE "insert failed" TO WS-VALID-ERROR-MSG
               PERFORM CPI-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CPI-LOADED.

      *> ---------------------------------------------------------
       CPI-REJECT-LINE.
           ADD 1 TO WS-CPI-REJECTED
           MOVE SPACES TO WS-REJ-LINE
           STRING FUNCTION TRIM(WS-CPI-LINE)
                  ",REASON: "
                  FUNCTION TRIM(WS-VALID-ERROR-MSG)
                  DELIMITED SIZE INTO WS-REJ-LINE
           WRITE WS-REJ-LINE.

      *> ---------------------------------------------------------
       CPI-LIST.
           DISPLAY "MONTH        INDEX"
           CALL "cpi_list_begin"
                USING BY REFERENCE WS-ARG-FROM
                      BY REFERENCE WS-ARG-TO
                RETURNING WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "cpi_list_next"
                    USING BY REFERENCE WS-CPI-MONTH
                          BY REFERENCE WS-CPI-INDEX
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-DISP-CPI-INDEX = WS-CPI-INDEX / 1000
                   DISPLAY FUNCTION TRIM(WS-CPI-MONTH) "  "
                           WS-DISP-CPI-INDEX
               END-IF
           END-PERFORM
           CALL "cpi_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> CPI-LOAD-BASE - 报表 --real 的基期: 校验并取基期指数;
      *> 基期自己没有指数就没法折算, 直接报错
      *> ---------------------------------------------------------
       CPI-LOAD-BASE.
           MOVE WS-ARG-REAL TO WS-CPI-BASE-MONTH
           MOVE "MONTH" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-CPI-BASE-MONTH WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: --real: "
                       FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "cpi_get" USING BY REFERENCE WS-CPI-BASE-MONTH
                                BY REFERENCE WS-CPI-BASE-INDEX
                          RETURNING WS-RC
           IF WS-RC NOT = 0 OR WS-CPI-BASE-INDEX <= 0
               DISPLAY "Error: no price index for base month "
                       FUNCTION TRIM(WS-CPI-BASE-MONTH)
                       " - run 'ledger cpi load' or 'ledger cpi set'"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CPI-MISSING WS-CPI-HAVE-FIRST
                     WS-CPI-FIRST-REAL
           MOVE SPACES TO WS-CPI-MISS-LIST
           MOVE 1 TO WS-CPI-MISS-PTR.

      *> ---------------------------------------------------------
      *> CPI-DEFLATE - WS-CPI-NOMINAL (WS-CPI-MONTH 的金额) 折成
      *> 基期不变价放 WS-CPI-REAL; 该月无指数时 WS-CPI-HAVE = 0,
      *> 实际额照抄名义额且月份记入缺指数清单
      *> ---------------------------------------------------------
       CPI-DEFLATE.
           CALL "cpi_get" USING BY REFERENCE WS-CPI-MONTH
                                BY REFERENCE WS-CPI-INDEX
                          RETURNING WS-RC
           IF WS-RC = 0 AND WS-CPI-INDEX > 0
               MOVE 1 TO WS-CPI-HAVE
               COMPUTE WS-CPI-REAL ROUNDED = WS-CPI-NOMINAL
                       * WS-CPI-BASE-INDEX / WS-CPI-INDEX
           ELSE
               MOVE 0 TO WS-CPI-HAVE
               MOVE WS-CPI-NOMINAL TO WS-CPI-REAL
               PERFORM CPI-NOTE-MISSING
           END-IF.

      *> ---------------------------------------------------------
       CPI-NOTE-MISSING.
           MOVE 0 TO WS-CPI-TALLY
           INSPECT WS-CPI-MISS-LIST TALLYING WS-CPI-TALLY
                   FOR ALL WS-CPI-MONTH(1:7)
           IF WS-CPI-TALLY > 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CPI-MISSING
           IF WS-CPI-MISS-PTR < 110
               STRING FUNCTION TRIM(WS-CPI-MONTH) " "
                      DELIMITED SIZE INTO WS-CPI-MISS-LIST
                      WITH POINTER WS-CPI-MISS-PTR
           END-IF.

      *> ---------------------------------------------------------
      *> CPI-GROWTH - WS-CPI-REAL 相对 WS-CPI-FIRST-REAL 的实际
      *> 增长率 (百分比 x100) 进 WS-CPI-PCT
      *> ---------------------------------------------------------
       CPI-GROWTH.
           IF WS-CPI-FIRST-REAL = 0
               MOVE 0 TO WS-CPI-PCT
           ELSE
               COMPUTE WS-CPI-PCT ROUNDED =
                       (WS-CPI-REAL - WS-CPI-FIRST-REAL) * 10000
                       / WS-CPI-FIRST-REAL
           END-IF
           COMPUTE WS-DISP-CPI-PCT = WS-CPI-PCT / 100.

      *> ---------------------------------------------------------
      *> 报表尾: 点名没有指数、未能折算的月份
      *> ---------------------------------------------------------
       CPI-MISSING-NOTE.
           DISPLAY " "
           DISPLAY "Amounts restated to "
                   FUNCTION TRIM(WS-CPI-BASE-MONTH)
                   " prices (price index table)"
           IF WS-CPI-MISSING > 0
               DISPLAY "Warning: no price index for "
                       FUNCTION TRIM(WS-CPI-MISS-LIST)
                       " - those months are left at nominal value, "
                       "not restated"
           END-IF.

      *> ============================================================
      *> CMD: revalue - 月末外币重估批处理 (可重启, 参照 CMD-ACCRUE)
      *> 游标只送回该月尚未重估且带外币余额的账户, 用汇率表中
      *> 不晚于月末的最新汇率把余额折回基准货币, 与账面基准价值
      *> 的差额作为未实现汇兑损益入账; 批次在运行号下,
      *> 跑坏了 'ledger run backout' 一次性冲销
      *> ============================================================
       CMD-REVALUE.
           IF WS-ARG-MONTH = SPACES
               DISPLAY "Error: --month is required"
               DISPLAY "Usage: ledger revalue --month YYYY-MM"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "revalue" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           MOVE 0 TO WS-FX-POSTED WS-FX-GAIN-TOTAL

           CALL "fx_reval_begin" USING BY REFERENCE WS-ARG-MONTH
                                 RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: no month-end rate on file for one "
                       "or more foreign currencies - run "
                       "'ledger fx set' first"
               CALL "run_end" RETURNING WS-RC-SAVE
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "fx_reval_next"
                    USING BY REFERENCE WS-NW-NAME
                          BY REFERENCE WS-FX-CCY
                          BY REFERENCE WS-FX-DELTA
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM REVALUE-ONE-ACCOUNT
               END-IF
           END-PERFORM
           CALL "fx_reval_end" RETURNING WS-RC
           CALL "run_end" RETURNING WS-RC

           MOVE WS-FX-POSTED TO WS-FX-POSTED-DISP
           MOVE WS-RUN-ID TO WS-RUN-ID-DISP
           COMPUTE WS-DISP-FX-GAIN = WS-FX-GAIN-TOTAL / 100
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-FX-POSTED-DISP)
                   " account(s) revalued for "
                   FUNCTION TRIM(WS-ARG-MONTH)
                   " (run " FUNCTION TRIM(WS-RUN-ID-DISP) ")"
           DISPLAY "Unrealized gain/(loss): " WS-DISP-FX-GAIN.

      *> ---------------------------------------------------------
      *> 重估单个账户: 差额为零不记流水, 非零记未实现汇兑损益
      *> ---------------------------------------------------------
       REVALUE-ONE-ACCOUNT.
           IF WS-FX-DELTA = 0
               EXIT PARAGRAPH
           END-IF

           CALL "fx_reval_post" USING BY REFERENCE WS-NW-NAME
                                      BY REFERENCE WS-ARG-MONTH
                                      BY VALUE WS-FX-DELTA
                                RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Error: failed to revalue '"
                       FUNCTION TRIM(WS-NW-NAME) "'"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FX-POSTED
           ADD WS-FX-DELTA TO WS-FX-GAIN-TOTAL
           COMPUTE WS-DISP-FX-DELTA = WS-FX-DELTA / 100
           DISPLAY "- " FUNCTION TRIM(WS-NW-NAME) " ("
                   WS-FX-CCY ")  " WS-DISP-FX-DELTA.

      *> ============================================================
      *> CMD: asset - 固定资产登记簿 (add/list/post/schedule)
      *> 贷款摊销的另一面: 买进来的设备按成本/入役日/年限/方法
      *> 登记, 月末折旧批处理把当月折旧作为费用入账 (run_begin/
      *> run_end 包着跑, 跑坏了 run backout 一次性冲销);
      *> schedule 像 LOAN-SCHEDULE 一样逐月推演账面净值
      *> ============================================================
       CMD-ASSET.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6

           EVALUATE WS-SUBCOMMAND
               WHEN "add"
                   PERFORM ASSET-ADD
               WHEN "list"
                   PERFORM ASSET-LIST
               WHEN "post"
                   PERFORM ASSET-POST-RUN
               WHEN "schedule"
                   PERFORM ASSET-SCHEDULE
               WHEN OTHER
                   DISPLAY "Error: asset requires a subcommand"
                   DISPLAY "Usage: ledger asset add --name <name> "
                           "--amount <cost> --date <in-service> "
                           "--term <life months> "
                           "[--method straight]"
                   DISPLAY "       ledger asset list"
                   DISPLAY "       ledger asset post --month YYYY-MM"
                   DISPLAY "       ledger asset schedule --name "
                           "<name>"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> ASSET-ADD - 登记资产并在账户主档上建资产账户;
      *> 目前支持直线法 (月折旧 = 成本 / 年限月数)
      *> ---------------------------------------------------------
       ASSET-ADD.
           IF WS-ARG-NAME = SPACES OR WS-ARG-AMOUNT = SPACES
              OR WS-ARG-DATE = SPACES OR WS-ARG-TERM = 0
               DISPLAY "Error: --name, --amount, --date and --term "
                       "are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-METHOD = SPACES
               MOVE "straight" TO WS-ARG-METHOD
           END-IF
           IF WS-ARG-METHOD NOT = "straight"
               DISPLAY "Error: --method must be 'straight' "
                       "(the only supported method)"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AST-COST = WS-AMOUNT-NUM * 100
           IF WS-AST-COST <= 0
               DISPLAY "Error: cost must be greater than 0"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "asset_add" USING BY REFERENCE WS-ARG-NAME
                                  BY VALUE WS-AST-COST
                                  BY REFERENCE WS-ARG-DATE
                                  BY VALUE WS-ARG-TERM
                                  BY REFERENCE WS-ARG-METHOD
                            RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add asset (duplicate?)"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AST-MONTHLY ROUNDED =
                   WS-AST-COST / WS-ARG-TERM
           COMPUTE WS-DISP-AST-MONTHLY = WS-AST-MONTHLY / 100
           DISPLAY "Asset '" FUNCTION TRIM(WS-ARG-NAME)
                   "' added, monthly depreciation "
                   WS-DISP-AST-MONTHLY.

      *> ---------------------------------------------------------
       ASSET-LIST.
           CALL "asset_list_begin" RETURNING WS-RC
           DISPLAY "NAME                  IN-SERVICE  LIFE  METHOD"
                   "    COST         BOOK VALUE"
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "asset_list_next"
                    USING BY REFERENCE WS-AST-NAME
                          BY REFERENCE WS-AST-DATE
                          BY REFERENCE WS-AST-LIFE
                          BY REFERENCE WS-AST-METHOD
                          BY REFERENCE WS-AST-COST
                          BY REFERENCE WS-AST-NBV
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-DISP-AST-COST = WS-AST-COST / 100
                   COMPUTE WS-DISP-AST-NBV = WS-AST-NBV / 100
                   DISPLAY FUNCTION TRIM(WS-AST-NAME) "  "
                           FUNCTION TRIM(WS-AST-DATE) "  "
                           WS-AST-LIFE "  "
                           FUNCTION TRIM(WS-AST-METHOD) "  "
                           WS-DISP-AST-COST "  " WS-DISP-AST-NBV
               END-IF
           END-PERFORM
           CALL "asset_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> ASSET-POST-RUN - 月末折旧批处理 (可重启, 参照 LOAN-POST-RUN)
      *> 游标只送回指定月份尚未计提且净值未提完的资产;
      *> 末月折旧以剩余净值封顶, 不会折成负数
      *> ---------------------------------------------------------
       ASSET-POST-RUN.
           IF WS-ARG-MONTH = SPACES
               DISPLAY "Error: --month is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "deprec" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           MOVE 0 TO WS-AST-POSTED

           CALL "asset_post_begin" USING BY REFERENCE WS-ARG-MONTH
                                   RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "asset_post_next"
                    USING BY REFERENCE WS-AST-NAME
                          BY REFERENCE WS-AST-NBV
                          BY REFERENCE WS-AST-MONTHLY
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM ASSET-POST-ONE
               END-IF
           END-PERFORM
           CALL "asset_post_end" RETURNING WS-RC
           CALL "run_end" RETURNING WS-RC

           MOVE WS-AST-POSTED TO WS-AST-POSTED-DISP
           MOVE WS-RUN-ID TO WS-RUN-ID-DISP
           DISPLAY FUNCTION TRIM(WS-AST-POSTED-DISP)
                   " depreciation posting(s) for "
                   FUNCTION TRIM(WS-ARG-MONTH)
                   " (run " FUNCTION TRIM(WS-RUN-ID-DISP) ")".

      *> ---------------------------------------------------------
      *> 过账单项折旧: 月折旧以剩余净值封顶, 零额跳过
      *> ---------------------------------------------------------
       ASSET-POST-ONE.
           IF WS-AST-MONTHLY > WS-AST-NBV
               MOVE WS-AST-NBV TO WS-AST-MONTHLY
           END-IF
           IF WS-AST-MONTHLY <= 0
               EXIT PARAGRAPH
           END-IF

           CALL "asset_post" USING BY REFERENCE WS-AST-NAME
                                   BY REFERENCE WS-ARG-MONTH
                                   BY VALUE WS-AST-MONTHLY
                             RETURNING WS-RC-SAVE
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Error: failed to depreciate '"
                       FUNCTION TRIM(WS-AST-NAME) "'"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-AST-POSTED
           COMPUTE WS-DISP-AST-MONTHLY = WS-AST-MONTHLY / 100
           DISPLAY "- " FUNCTION TRIM(WS-AST-NAME) "  "
                   WS-DISP-AST-MONTHLY.

      *> ---------------------------------------------------------
      *> ASSET-SCHEDULE - 折旧计划表: 从下个月起逐月推演账面净值
      *> 直到提完 (以 600 期为演算上限, 与 LOAN-SCHEDULE 同口径)
      *> ---------------------------------------------------------
       ASSET-SCHEDULE.
           IF WS-ARG-NAME = SPACES
               DISPLAY "Error: --name is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "asset_get" USING BY REFERENCE WS-ARG-NAME
                                  BY REFERENCE WS-AST-NBV
                                  BY REFERENCE WS-AST-MONTHLY
                            RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Unknown asset '"
                       FUNCTION TRIM(WS-ARG-NAME) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-AST-MONTHLY <= 0
               DISPLAY "Asset '" FUNCTION TRIM(WS-ARG-NAME)
                       "' is fully depreciated"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DT-MONTH TO WS-SCHED-MONTH

           DISPLAY " "
           DISPLAY "Depreciation schedule for '"
                   FUNCTION TRIM(WS-ARG-NAME) "'"
           DISPLAY "MONTH     DEPRECIATION  BOOK VALUE"

           MOVE 0 TO WS-LOAN-IDX
           PERFORM UNTIL WS-AST-NBV <= 0 OR WS-LOAN-IDX >= 600
               ADD 1 TO WS-SCHED-MONTH
               IF WS-SCHED-MONTH > 12
                   MOVE 1 TO WS-SCHED-MONTH
                   ADD 1 TO WS-SCHED-YEAR
               END-IF
               IF WS-AST-MONTHLY > WS-AST-NBV
                   MOVE WS-AST-NBV TO WS-AST-MONTHLY
               END-IF
               SUBTRACT WS-AST-MONTHLY FROM WS-AST-NBV
               COMPUTE WS-DISP-AST-MONTHLY = WS-AST-MONTHLY / 100
               COMPUTE WS-DISP-AST-NBV = WS-AST-NBV / 100
               DISPLAY WS-SCHED-YEAR "-" WS-SCHED-MONTH "  "
                       WS-DISP-AST-MONTHLY "  " WS-DISP-AST-NBV
               ADD 1 TO WS-LOAN-IDX
           END-PERFORM.

      *> ============================================================
      *> CMD: backup - 数据库快照备份 (带保留代数与可读性校验)
      *> 备份经 db_open 取得咨询锁后进行, 不会与别的进程互踩;
      *> 'backup restore --file' 还原, 活动文件更新时需确认
      *> ============================================================
       CMD-BACKUP.
           IF WS-SUBCOMMAND = "restore"
               PERFORM BACKUP-RESTORE
               EXIT PARAGRAPH
           END-IF
           IF WS-SUBCOMMAND = "replay"
               PERFORM BACKUP-REPLAY
               EXIT PARAGRAPH
           END-IF

           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   目标文件名带时间戳, 目录与保留代数由 .ledgerrc 的
      *>   backup_dir / backup_keep 键配置
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
           MOVE SPACES TO WS-BACKUP-PATH
           STRING FUNCTION TRIM(WS-CONFIG-BACKUP-DIR)
                  "/ledger_" WS-DT-YEAR WS-DT-MONTH WS-DT-DAY
                  "_" WS-DT-HOUR WS-DT-MIN WS-DT-SEC ".db"
                  DELIMITED SIZE INTO WS-BACKUP-PATH

           CALL "db_backup" USING BY REFERENCE WS-BACKUP-PATH
                            RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Backup failed"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   回读校验: 备份文件必须能打开且结构完好, 否则当场报错
           CALL "db_backup_verify" USING BY REFERENCE WS-BACKUP-PATH
                                   RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Backup written but failed "
                       "verification - do not rely on it"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_backup_prune"
                USING BY REFERENCE WS-CONFIG-BACKUP-DIR
                      BY VALUE WS-CONFIG-BACKUP-KEEP
                      BY REFERENCE WS-BACKUP-PRUNED
                RETURNING WS-RC

           MOVE WS-BACKUP-PRUNED TO WS-BACKUP-PRUNED-DISP
           DISPLAY "Backup written and verified: "
                   FUNCTION TRIM(WS-BACKUP-PATH)
           DISPLAY FUNCTION TRIM(WS-BACKUP-PRUNED-DISP)
                   " old generation(s) pruned (keeping "
                   WS-CONFIG-BACKUP-KEEP ")".

      *> ---------------------------------------------------------
      *> BACKUP-RESTORE - 从快照还原; 活动库比快照新时拒绝覆盖,
      *> 需操作者确认 (或 --yes) 后强制执行
      *> ---------------------------------------------------------
       BACKUP-RESTORE.
           IF WS-ARG-FILE = SPACES
               DISPLAY "Error: --file is required"
               DISPLAY "Usage: ledger backup restore --file "
                       "<snapshot.db> [--yes]"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "db_restore" USING BY REFERENCE WS-ARG-FILE
                                   BY REFERENCE WS-DB-PATH
                                   BY VALUE 0
                             RETURNING WS-RC
           IF WS-RC = 7
               DISPLAY "Warning: live database is newer than the "
                       "snapshot"
               IF WS-ARG-YES = 0
                   DISPLAY "Overwrite it anyway? (y/N): "
                           WITH NO ADVANCING
                   ACCEPT WS-USER-INPUT FROM CONSOLE
                   IF FUNCTION UPPER-CASE(WS-USER-INPUT) NOT = "Y"
                       DISPLAY "Cancelled"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               CALL "db_restore" USING BY REFERENCE WS-ARG-FILE
                                       BY REFERENCE WS-DB-PATH
                                       BY VALUE 1
                                 RETURNING WS-RC
           END-IF
           IF WS-RC = 3
               DISPLAY "Error: Snapshot file not found or not "
                       "readable"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Restore failed"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Database restored from "
                   FUNCTION TRIM(WS-ARG-FILE).

      *> ---------------------------------------------------------
      *> BACKUP-REPLAY - 时点恢复: 还原指定快照后, 把操作流水
      *> (ops_log_write 记下的每次命令) 从快照时点起向前回放到
      *> --until 时刻, --skip 跳过肇事的那条命令. 三天后才发现
      *> 的损坏不再等于丢三天账; --dry-run 先列会回放什么
      *> ---------------------------------------------------------
       BACKUP-REPLAY.
           IF WS-ARG-FILE = SPACES
               DISPLAY "Error: --file is required"
               DISPLAY "Usage: ledger backup replay --file "
                       "<snapshot.db> [--until 'YYYY-MM-DD HH:MM']"
               DISPLAY "       [--skip <ops row id>] [--dry-run] "
                       "[--yes]"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   --dry-run: 只列出会被回放的命令, 库一个字节不动
           IF WS-ARG-DRY-RUN = 1
               DISPLAY "DRY RUN - nothing will be restored or "
                       "replayed"
               DISPLAY "OPS-ID    AT                    OPERATOR"
                       "   COMMAND"
               MOVE 0 TO WS-RPL-COUNT
               CALL "ops_replay_list_begin"
                    USING BY REFERENCE WS-ARG-FILE
                          BY REFERENCE WS-ARG-UNTIL
                    RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: cannot read the snapshot or "
                           "the operations journal"
                   MOVE 4 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-RC
               PERFORM UNTIL WS-RC NOT = 0
                   CALL "ops_replay_list_next"
                        USING BY REFERENCE WS-RPL-ID
                              BY REFERENCE WS-RPL-AT
                              BY REFERENCE WS-OPS-OPERATOR
                              BY REFERENCE WS-OPS-COMMAND
                        RETURNING WS-RC
                   IF WS-RC = 0
                       ADD 1 TO WS-RPL-COUNT
                       IF WS-RPL-ID = WS-ARG-SKIP
                           DISPLAY WS-RPL-ID "  "
                                   FUNCTION TRIM(WS-RPL-AT) "  "
                                   FUNCTION TRIM(WS-OPS-OPERATOR)
                                   "  " FUNCTION TRIM(
                                   WS-OPS-COMMAND)
                                   "   << SKIPPED"
                       ELSE
                           DISPLAY WS-RPL-ID "  "
                                   FUNCTION TRIM(WS-RPL-AT) "  "
                                   FUNCTION TRIM(WS-OPS-OPERATOR)
                                   "  " FUNCTION TRIM(
                                   WS-OPS-COMMAND)
                       END-IF
                   END-IF
               END-PERFORM
               CALL "ops_replay_list_end" RETURNING WS-RC
               MOVE WS-RPL-COUNT TO WS-RPL-COUNT-DISP
               DISPLAY " "
               DISPLAY FUNCTION TRIM(WS-RPL-COUNT-DISP)
                       " command(s) would be replayed"
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-YES = 0
               DISPLAY "Restore " FUNCTION TRIM(WS-ARG-FILE)
                       " and replay the journal forward? (y/N): "
                       WITH NO ADVANCING
               ACCEPT WS-USER-INPUT FROM CONSOLE
               IF FUNCTION UPPER-CASE(WS-USER-INPUT) NOT = "Y"
                   DISPLAY "Cancelled"
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *>   还原 + 回放由后端一气呵成: 回放走与当初完全相同的
      *>   命令路径, 回放失败的命令停在原地报出来
           CALL "ops_replay" USING BY REFERENCE WS-ARG-FILE
                                   BY REFERENCE WS-ARG-UNTIL
                                   BY VALUE WS-ARG-SKIP
                                   BY REFERENCE WS-RPL-APPLIED
                             RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Snapshot file not found or not "
                       "readable"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               MOVE WS-RPL-APPLIED TO WS-RPL-APPLIED-DISP
               DISPLAY "Error: replay stopped after "
                       FUNCTION TRIM(WS-RPL-APPLIED-DISP)
                       " command(s) - inspect 'ledger runs' and "
                       "continue by hand"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RPL-APPLIED TO WS-RPL-APPLIED-DISP
           DISPLAY "Restored " FUNCTION TRIM(WS-ARG-FILE)
                   " and replayed "
                   FUNCTION TRIM(WS-RPL-APPLIED-DISP)
                   " journaled command(s)".

      *> ============================================================
      *> CMD: maint - 库维护窗口
      *> stats   各表/索引的行数与占用, 对比上一次维护时的快照
      *>         看增长 (只读);
      *> run     取咨询锁 (db_open) 并先做一次完整备份, 然后刷新
      *>         查询统计 (ANALYZE), 重建碎片率超过
      *>         maint_frag_threshold 的索引, 最后压缩整个库;
      *>         每一步耗时与前后文件大小记进维护历史并留当次
      *>         快照, 下次 stats 据此算增长;
      *> history 历次维护的耗时与大小, 供看趋势排窗口.
      *> .ledgerrc 的 jobstream_maintenance = 1 时作为作业流的
      *> 第 10 步执行 (见 JOBSTREAM-ONE-STEP)
      *> ============================================================
       CMD-MAINT.
           IF WS-SUBCOMMAND NOT = "stats"
                   AND WS-SUBCOMMAND NOT = "run"
                   AND WS-SUBCOMMAND NOT = "history"
               DISPLAY "Error: maint requires a subcommand"
               DISPLAY "Usage: ledger maint stats"
               DISPLAY "       ledger maint run [--dry-run]"
               DISPLAY "       ledger maint history [--limit N]"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-SUBCOMMAND = "run" AND WS-ARG-DRY-RUN = 0
               CALL "db_open" USING BY REFERENCE WS-DB-PATH
                              RETURNING WS-RC
               IF WS-RC = 6
                   DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
                   DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
                   MOVE 6 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           ELSE
      *>       查询命令以只读方式打开, 不取排他锁 -
      *>       长导出/导入挂着锁时报表照常可用, 且保证不落一笔写
               CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                                 RETURNING WS-RC
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "stats"
                   PERFORM MAINT-STATS
               WHEN "run"
                   IF WS-ARG-DRY-RUN = 0
                       MOVE "admin" TO WS-PRIV-NEEDED
                       PERFORM CHECK-PRIVILEGE
                       IF WS-RETURN-CODE NOT = 0
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   PERFORM MAINT-RUN
               WHEN "history"
                   PERFORM MAINT-HISTORY
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> MAINT-STATS - 每个表/索引一行: 行数, 占用 (KB), 与上次
      *> 维护快照相比的增量, 索引另列碎片率
      *> ---------------------------------------------------------
       MAINT-STATS.
           MOVE SPACES TO WS-MNT-PREV-AT
           CALL "maint_stats_begin"
                USING BY REFERENCE WS-MNT-PREV-AT
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Cannot read table statistics"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-MNT-PREV-AT = SPACES
               DISPLAY "No previous maintenance run - growth "
                       "columns are blank"
           ELSE
               DISPLAY "Growth since the maintenance run at "
                       FUNCTION TRIM(WS-MNT-PREV-AT)
           END-IF
           DISPLAY "OBJECT                    KIND           ROWS"
                   "          KB        +ROWS         +KB  FRAG%"
           MOVE 0 TO WS-MNT-SHOWN WS-MNT-TOTAL-BYTES
                     WS-MNT-TOTAL-PREV
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "maint_stats_next"
                    USING BY REFERENCE WS-MNT-OBJECT
                          BY REFERENCE WS-MNT-KIND
                          BY REFERENCE WS-MNT-ROWS
                          BY REFERENCE WS-MNT-BYTES
                          BY REFERENCE WS-MNT-PREV-ROWS
                          BY REFERENCE WS-MNT-PREV-BYTES
                          BY REFERENCE WS-MNT-FRAG
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM MAINT-STATS-ROW
               END-IF
           END-PERFORM
           CALL "maint_stats_end" RETURNING WS-RC

           COMPUTE WS-MNT-KB-DISP = WS-MNT-TOTAL-BYTES / 1024
           DISPLAY " "
           IF WS-MNT-PREV-AT = SPACES
               DISPLAY "Total: " FUNCTION TRIM(WS-MNT-KB-DISP) " KB"
           ELSE
               COMPUTE WS-MNT-DKB-DISP =
                   (WS-MNT-TOTAL-BYTES - WS-MNT-TOTAL-PREV) / 1024
               DISPLAY "Total: " FUNCTION TRIM(WS-MNT-KB-DISP)
                       " KB (" FUNCTION TRIM(WS-MNT-DKB-DISP)
                       " KB since last run)"
           END-IF.

      *> ---------------------------------------------------------
       MAINT-STATS-ROW.
           ADD 1 TO WS-MNT-SHOWN
           ADD WS-MNT-BYTES TO WS-MNT-TOTAL-BYTES
           ADD WS-MNT-PREV-BYTES TO WS-MNT-TOTAL-PREV
           MOVE WS-MNT-ROWS TO WS-MNT-ROWS-DISP
           COMPUTE WS-MNT-KB-DISP = WS-MNT-BYTES / 1024
           COMPUTE WS-MNT-DROWS-DISP =
                   WS-MNT-ROWS - WS-MNT-PREV-ROWS
           COMPUTE WS-MNT-DKB-DISP =
                   (WS-MNT-BYTES - WS-MNT-PREV-BYTES) / 1024
           MOVE WS-MNT-FRAG TO WS-MNT-FRAG-DISP
           IF WS-MNT-PREV-AT = SPACES
               DISPLAY WS-MNT-OBJECT(1:24) "  " WS-MNT-KIND " "
                       WS-MNT-ROWS-DISP " " WS-MNT-KB-DISP
                       "                           "
                       WS-MNT-FRAG-DISP
           ELSE
               DISPLAY WS-MNT-OBJECT(1:24) "  " WS-MNT-KIND " "
                       WS-MNT-ROWS-DISP " " WS-MNT-KB-DISP " "
                       WS-MNT-DROWS-DISP " " WS-MNT-DKB-DISP "  "
                       WS-MNT-FRAG-DISP
           END-IF.

      *> ---------------------------------------------------------
      *> MAINT-RUN - 备份 → 统计 → 重建索引 → 压缩; 备份不成功
      *> 就不动库. 作业流第 10 步也走这里 (库已由作业流打开)
      *> ---------------------------------------------------------
       MAINT-RUN.
           MOVE WS-MNT-CFG-FRAG TO WS-MNT-FRAG-DISP
           IF WS-ARG-DRY-RUN = 1
               DISPLAY "DRY RUN - nothing will be changed"
               PERFORM MAINT-STATS
               DISPLAY "Indexes at or above "
                       FUNCTION TRIM(WS-MNT-FRAG-DISP)
                       "% fragmentation would be rebuilt, then "
                       "the file compacted"
               EXIT PARAGRAPH
           END-IF

      *>   先备份 (CMD-BACKUP 同一套写入/回读校验/保留代数)
           PERFORM CMD-BACKUP
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Maintenance abandoned: the backup did not "
                       "complete"
               EXIT PARAGRAPH
           END-IF

      *>   开一条维护历史, 同时留下维护前的表/索引快照
           CALL "maint_begin"
                USING BY REFERENCE WS-OPERATOR
                      BY REFERENCE WS-MNT-RUN-ID
                      BY REFERENCE WS-MNT-SIZE-BEFORE
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Cannot record the maintenance run"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MNT-MS-ANALYZE WS-MNT-MS-REINDEX
                     WS-MNT-MS-VACUUM WS-MNT-REINDEXED
                     WS-MNT-SIZE-AFTER
           MOVE "FAILED" TO WS-MNT-STATUS

           CALL "maint_analyze"
                USING BY REFERENCE WS-MNT-MS-ANALYZE
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Refreshing query statistics failed"
               MOVE 2 TO WS-RETURN-CODE
               PERFORM MAINT-FINISH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MNT-MS-ANALYZE TO WS-MNT-MS-DISP
           DISPLAY "Query statistics refreshed ("
                   FUNCTION TRIM(WS-MNT-MS-DISP) " ms)"

           CALL "maint_reindex"
                USING BY VALUE WS-MNT-CFG-FRAG
                      BY REFERENCE WS-MNT-REINDEXED
                      BY REFERENCE WS-MNT-MS-REINDEX
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Rebuilding indexes failed"
               MOVE 2 TO WS-RETURN-CODE
               PERFORM MAINT-FINISH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MNT-REINDEXED TO WS-MNT-COUNT-DISP
           MOVE WS-MNT-MS-REINDEX TO WS-MNT-MS-DISP
           DISPLAY FUNCTION TRIM(WS-MNT-COUNT-DISP)
                   " index(es) at or above "
                   FUNCTION TRIM(WS-MNT-FRAG-DISP)
                   "% fragmentation rebuilt ("
                   FUNCTION TRIM(WS-MNT-MS-DISP) " ms)"

           CALL "maint_vacuum"
                USING BY REFERENCE WS-MNT-MS-VACUUM
                      BY REFERENCE WS-MNT-SIZE-AFTER
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Compacting the file failed"
               MOVE 2 TO WS-RETURN-CODE
               PERFORM MAINT-FINISH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MNT-MS-VACUUM TO WS-MNT-MS-DISP
           COMPUTE WS-MNT-KB-BEFORE-DISP = WS-MNT-SIZE-BEFORE / 1024
           COMPUTE WS-MNT-KB-AFTER-DISP = WS-MNT-SIZE-AFTER / 1024
           DISPLAY "File compacted: "
                   FUNCTION TRIM(WS-MNT-KB-BEFORE-DISP) " KB -> "
                   FUNCTION TRIM(WS-MNT-KB-AFTER-DISP) " KB ("
                   FUNCTION TRIM(WS-MNT-MS-DISP) " ms)"

           MOVE "OK" TO WS-MNT-STATUS
           PERFORM MAINT-FINISH
           MOVE WS-MNT-RUN-ID TO WS-MNT-RUN-DISP
           COMPUTE WS-MNT-MS-TOTAL = WS-MNT-MS-ANALYZE
                   + WS-MNT-MS-REINDEX + WS-MNT-MS-VACUUM
           MOVE WS-MNT-MS-TOTAL TO WS-MNT-MS-DISP
           DISPLAY "Maintenance run " FUNCTION TRIM(WS-MNT-RUN-DISP)
                   " recorded (" FUNCTION TRIM(WS-MNT-MS-DISP)
                   " ms in total)".

      *> ---------------------------------------------------------
      *> 收尾: 把各步耗时与前后大小写进这次的维护历史
      *> ---------------------------------------------------------
       MAINT-FINISH.
           CALL "maint_finish"
                USING BY VALUE WS-MNT-RUN-ID
                      BY REFERENCE WS-MNT-STATUS
                      BY VALUE WS-MNT-MS-ANALYZE
                      BY VALUE WS-MNT-REINDEXED
                      BY VALUE WS-MNT-MS-REINDEX
                      BY VALUE WS-MNT-MS-VACUUM
                      BY VALUE WS-MNT-SIZE-AFTER
                RETURNING WS-RC-SAVE.

      *> ---------------------------------------------------------
       MAINT-HISTORY.
           DISPLAY "RUN         AT                    STATUS   "
                   "  BEFORE KB    AFTER KB INDEXES  ANALYZE ms"
                   "  REINDEX ms   VACUUM ms"
           CALL "maint_history_begin" USING BY VALUE WS-ARG-LIMIT
                                      RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "maint_history_next"
                    USING BY REFERENCE WS-MNT-RUN-ID
                          BY REFERENCE WS-MNT-AT
                          BY REFERENCE WS-MNT-STATUS
                          BY REFERENCE WS-MNT-SIZE-BEFORE
                          BY REFERENCE WS-MNT-SIZE-AFTER
                          BY REFERENCE WS-MNT-REINDEXED
                          BY REFERENCE WS-MNT-MS-ANALYZE
                          BY REFERENCE WS-MNT-MS-REINDEX
                          BY REFERENCE WS-MNT-MS-VACUUM
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-MNT-RUN-ID TO WS-MNT-RUN-DISP
                   COMPUTE WS-MNT-KB-BEFORE-DISP =
                           WS-MNT-SIZE-BEFORE / 1024
                   COMPUTE WS-MNT-KB-AFTER-DISP =
                           WS-MNT-SIZE-AFTER / 1024
                   MOVE WS-MNT-REINDEXED TO WS-MNT-COUNT-DISP
                   MOVE WS-MNT-MS-ANALYZE TO WS-MNT-MS2-DISP
                   MOVE WS-MNT-MS-REINDEX TO WS-MNT-MS3-DISP
                   MOVE WS-MNT-MS-VACUUM TO WS-MNT-MS4-DISP
                   DISPLAY WS-MNT-RUN-DISP "  " WS-MNT-AT "  "
                           WS-MNT-STATUS " "
                           WS-MNT-KB-BEFORE-DISP " "
                           WS-MNT-KB-AFTER-DISP " "
                           WS-MNT-COUNT-DISP "   "
                           WS-MNT-MS2-DISP "   "
                           WS-MNT-MS3-DISP "   "
                           WS-MNT-MS4-DISP
               END-IF
           END-PERFORM
           CALL "maint_history_end" RETURNING WS-RC.

      *> ============================================================
      *> CMD: audit - 跨表引用完整性深检 (比 verify 更深一层)
      *> 检查: 转账对的两腿是否都在 / --split 分项合计是否等于
      *> 父金额 / 已批准行的挂起标志是否确已清除;
      *> --repair 在逐项确认后做受控修复
      *> ============================================================
       CMD-AUDIT.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-REPAIR = 1 AND WS-ARG-YES = 0
               DISPLAY "Repair mode will modify broken rows. "
                       "Continue? (y/N): " WITH NO ADVANCING
               ACCEPT WS-USER-INPUT FROM CONSOLE
               IF FUNCTION UPPER-CASE(WS-USER-INPUT) NOT = "Y"
                   DISPLAY "Cancelled"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO WS-AUDIT-ISSUES WS-AUDIT-FIXED
           PERFORM AUDIT-TRANSFER-LEGS
           PERFORM AUDIT-SPLIT-SUMS
           PERFORM AUDIT-PENDING-FLAGS
           PERFORM AUDIT-REVERSAL-PAIRS
           PERFORM AUDIT-JOURNAL-BALANCE

      *>   --profiles a,b: 附带核对与这些档案之间的跨档案转账
      *>   引用是否两边都在 (参照 AUDIT-TRANSFER-LEGS)
           IF WS-ARG-PROFILES NOT = SPACES
               PERFORM AUDIT-XPROFILE-LEGS
           END-IF

           MOVE WS-AUDIT-ISSUES TO WS-AUDIT-ISSUES-DISP
           MOVE WS-AUDIT-FIXED TO WS-AUDIT-FIXED-DISP
           DISPLAY " "
           IF WS-AUDIT-ISSUES = 0
               DISPLAY "OK: no broken cross-record linkage found"
           ELSE
               DISPLAY FUNCTION TRIM(WS-AUDIT-ISSUES-DISP)
                       " issue(s) found, "
                       FUNCTION TRIM(WS-AUDIT-FIXED-DISP)
                       " repaired"
               IF WS-ARG-REPAIR = 0
                   DISPLAY "Re-run with --repair to fix them"
                   MOVE 2 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> 单腿转账: tx_transfer 成对落账, 删除只删掉一腿时另一腿
      *> 成了孤儿; 修复 = 把孤儿腿同样作软删除处理
      *> ---------------------------------------------------------
       AUDIT-TRANSFER-LEGS.
           DISPLAY " "
           DISPLAY "Checking transfer pairs..."
           CALL "audit_transfer_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "audit_transfer_next"
                    USING BY REFERENCE WS-AUD-ID
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-AUDIT-ISSUES
                   DISPLAY "  - one-legged transfer, ID " WS-AUD-ID
                   IF WS-ARG-REPAIR = 1
                       CALL "audit_repair_transfer"
                            USING BY VALUE WS-AUD-ID
                            RETURNING WS-RC-SAVE
                       IF WS-RC-SAVE = 0
                           ADD 1 TO WS-AUDIT-FIXED
                           DISPLAY "    repaired (orphan leg "
                                   "soft-deleted)"
                       ELSE
                           DISPLAY "    repair failed"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CALL "audit_transfer_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> 分摊不平: --split 的 cat:amt 各分项之和必须等于父金额,
      *> 父金额被 update 改动后可能失衡; 修复 = 按分项合计改回父金额
      *> ---------------------------------------------------------
       AUDIT-SPLIT-SUMS.
           DISPLAY " "
           DISPLAY "Checking split totals..."
           CALL "audit_split_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "audit_split_next"
                    USING BY REFERENCE WS-AUD-ID
                          BY REFERENCE WS-AUD-PARENT
                          BY REFERENCE WS-AUD-SPLITSUM
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-AUDIT-ISSUES
                   COMPUTE WS-DISP-AUD-PARENT = WS-AUD-PARENT / 100
                   COMPUTE WS-DISP-AUD-SPLITSUM =
                           WS-AUD-SPLITSUM / 100
                   DISPLAY "  - split mismatch, ID " WS-AUD-ID
                           ": amount " WS-DISP-AUD-PARENT
                           " vs split sum " WS-DISP-AUD-SPLITSUM
                   IF WS-ARG-REPAIR = 1
                       CALL "audit_repair_split"
                            USING BY VALUE WS-AUD-ID
                            RETURNING WS-RC-SAVE
                       IF WS-RC-SAVE = 0
                           ADD 1 TO WS-AUDIT-FIXED
                           DISPLAY "    repaired (amount reset to "
                                   "split sum)"
                       ELSE
                           DISPLAY "    repair failed"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CALL "audit_split_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> 挂起标志残留: 已批准的行 pending 标志应已清除;
      *> 修复 = 清掉残留的挂起标志
      *> ---------------------------------------------------------
       AUDIT-PENDING-FLAGS.
           DISPLAY " "
           DISPLAY "Checking approved/pending state..."
           CALL "audit_pending_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "audit_pending_next"
                    USING BY REFERENCE WS-AUD-ID
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-AUDIT-ISSUES
                   DISPLAY "  - approved row still pending, ID "
                           WS-AUD-ID
                   IF WS-ARG-REPAIR = 1
                       CALL "audit_repair_pending"
                            USING BY VALUE WS-AUD-ID
                            RETURNING WS-RC-SAVE
                       IF WS-RC-SAVE = 0
                           ADD 1 TO WS-AUDIT-FIXED
                           DISPLAY "    repaired (pending flag "
                                   "cleared)"
                       ELSE
                           DISPLAY "    repair failed"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CALL "audit_pending_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> 冲回分录缺腿: --reverse-on 的估提/冲回两腿同一引用
      *> 相连, 其中一腿被删后另一腿成了没人冲的估提;
      *> 修复 = 按既有腿补建缺失的反向腿
      *> ---------------------------------------------------------
       AUDIT-REVERSAL-PAIRS.
           DISPLAY " "
           DISPLAY "Checking auto-reversal pairs..."
           CALL "audit_reversal_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "audit_reversal_next"
                    USING BY REFERENCE WS-AUD-ID
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-AUDIT-ISSUES
                   DISPLAY "  - reversal pair missing a leg, ID "
                           WS-AUD-ID
                   IF WS-ARG-REPAIR = 1
                       CALL "audit_repair_reversal"
                            USING BY VALUE WS-AUD-ID
                            RETURNING WS-RC-SAVE
                       IF WS-RC-SAVE = 0
                           ADD 1 TO WS-AUDIT-FIXED
                           DISPLAY "    repaired (missing leg "
                                   "recreated)"
                       ELSE
                           DISPLAY "    repair failed"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CALL "audit_reversal_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> 凭证不平: journal 的各腿共用一条凭证引用, 单腿被删/
      *> 被改后整张凭证借贷不再相等; 整张看待, 不自动修复 -
      *> 哪腿错了只有记账的人知道
      *> ---------------------------------------------------------
       AUDIT-JOURNAL-BALANCE.
           DISPLAY " "
           DISPLAY "Checking journal entries balance..."
           CALL "audit_journal_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "audit_journal_next"
                    USING BY REFERENCE WS-JNL-REF
                          BY REFERENCE WS-JNL-DEBITS
                          BY REFERENCE WS-JNL-CREDITS
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-AUDIT-ISSUES
                   COMPUTE WS-DISP-JNL-DEBITS = WS-JNL-DEBITS / 100
                   COMPUTE WS-DISP-JNL-CREDITS =
                           WS-JNL-CREDITS / 100
                   DISPLAY "  - journal " WS-JNL-REF
                           " out of balance: debits "
                           WS-DISP-JNL-DEBITS " vs credits "
                           WS-DISP-JNL-CREDITS
               END-IF
           END-PERFORM
           CALL "audit_journal_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> 跨档案转账缺腿: 逐个对端档案核对共用引用 - 本库有引用
      *> 而对端库没有对应腿 (或反之) 的即为半笔; 不自动修复,
      *> 点名让操作者裁决 (对端库可能只是暂时不在这台机器上)
      *> ---------------------------------------------------------
       AUDIT-XPROFILE-LEGS.
           DISPLAY " "
           DISPLAY "Checking cross-profile transfer pairs..."
           MOVE WS-DB-PATH TO WS-DB-PATH-SAVE
           PERFORM START-PROFILE-SCAN
           PERFORM UNTIL WS-PRF-DONE = 1
               PERFORM NEXT-PROFILE-NAME
               IF WS-PRF-DONE = 0
                       AND FUNCTION TRIM(WS-ARG-PROFILE)
                           NOT = SPACES
                   PERFORM AUDIT-XPROFILE-ONE
               END-IF
           END-PERFORM
           MOVE WS-DB-PATH-SAVE TO WS-DB-PATH.

      *> ---------------------------------------------------------
       AUDIT-XPROFILE-ONE.
           MOVE SPACES TO WS-DB-PATH
           PERFORM LOOKUP-PROFILE-PATH
           IF WS-DB-PATH = SPACES
               DISPLAY "Error: unknown profile '"
                       FUNCTION TRIM(WS-ARG-PROFILE) "'"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "audit_xprofile_begin"
                USING BY REFERENCE WS-DB-PATH
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "  - cannot open profile '"
                       FUNCTION TRIM(WS-ARG-PROFILE)
                       "' for the cross check"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "audit_xprofile_next"
                    USING BY REFERENCE WS-XFP-REF
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-AUDIT-ISSUES
                   DISPLAY "  - half-posted cross-profile pair, "
                           "ref " WS-XFP-REF " (vs profile '"
                           FUNCTION TRIM(WS-ARG-PROFILE) "')"
               END-IF
           END-PERFORM
           CALL "audit_xprofile_end" RETURNING WS-RC.

      *> ============================================================
      *> CMD: sample - 外审抽样与证据包 (draw/status/list/summary)
      *> 按期间与总体条件 (--type/--min/--account/--category) 圈定
      *> 总体, 用随机 / 系统 / 货币单位 (mus) 三种方法之一抽 --size
      *> 笔; 种子 (--seed, 不给则取当时时刻) 随样本记录, 同种子
      *> 同总体必抽出同一批. 抽完写选样清单, 并把各笔 --attach
      *> 的收据复制进 evidence 目录, 附索引与每个文件的指纹.
      *> 每笔样本带状态 (requested/provided/exception) 与审计意见,
      *> summary 汇总例外
      *> ============================================================
       CMD-SAMPLE.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "draw"
                   PERFORM SAMPLE-DRAW
               WHEN "status"
                   PERFORM SAMPLE-STATUS
               WHEN "list"
                   PERFORM SAMPLE-LIST
               WHEN "summary"
                   PERFORM SAMPLE-SUMMARY
               WHEN OTHER
                   DISPLAY "Error: sample requires a subcommand"
                   DISPLAY "Usage: ledger sample draw --from "
                           "YYYY-MM-DD --to YYYY-MM-DD --method "
                           "random|systematic|mus --size N"
                   DISPLAY "         [--seed N] [--type expense] "
                           "[--min N] [--account A] [--category C]"
                   DISPLAY "       ledger sample status --id S "
                           "--item TXID --status "
                           "requested|provided|exception "
                           "[--note comment]"
                   DISPLAY "       ledger sample list [--id S]"
                   DISPLAY "       ledger sample summary --id S"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> SAMPLE-DRAW - 圈总体, 抽样, 落样本表, 出清单与证据包
      *> ---------------------------------------------------------
       SAMPLE-DRAW.
           IF WS-ARG-FROM = SPACES OR WS-ARG-TO = SPACES
                   OR WS-ARG-SIZE < 1
               DISPLAY "Error: --from, --to and --size are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-METHOD NOT = "random"
                   AND WS-ARG-METHOD NOT = "systematic"
                   AND WS-ARG-METHOD NOT = "mus"
               DISPLAY "Error: --method must be random, systematic "
                       "or mus"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-FROM WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT = 1
               CALL "VALIDATE" USING WS-ARG-TO WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           END-IF
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SMP-MIN
           IF WS-ARG-MIN NOT = SPACES
               COMPUTE WS-SMP-MIN ROUNDED =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-MIN))
                       * 100
           END-IF

      *>   种子: 不给就取当时时刻, 记进样本以便复现
           IF WS-ARG-SEED = 0
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               COMPUTE WS-SMP-SEED = WS-DT-DAY * 86400
                       + WS-DT-HOUR * 3600 + WS-DT-MIN * 60
                       + WS-DT-SEC + 1
           ELSE
               DIVIDE WS-ARG-SEED BY 2147483646
                      GIVING WS-SMP-QUOT REMAINDER WS-SMP-SEED
               IF WS-SMP-SEED = 0
                   MOVE 1 TO WS-SMP-SEED
               END-IF
           END-IF
           MOVE WS-SMP-SEED TO WS-SMP-SEED-DISP

           MOVE 0 TO WS-SMP-POP-COUNT WS-SMP-POP-TOTAL
           CALL "sample_pop_stats"
                USING BY REFERENCE WS-ARG-FROM
                      BY REFERENCE WS-ARG-TO
                      BY REFERENCE WS-ARG-TYPE
                      BY VALUE WS-SMP-MIN
                      BY REFERENCE WS-ARG-ACCOUNT
                      BY REFERENCE WS-ARG-CATEGORY
                      BY REFERENCE WS-SMP-POP-COUNT
                      BY REFERENCE WS-SMP-POP-TOTAL
                RETURNING WS-RC
           IF WS-RC NOT = 0 OR WS-SMP-POP-COUNT = 0
               DISPLAY "Error: the population is empty - nothing "
                       "to sample"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-SIZE > WS-SMP-POP-COUNT
               MOVE WS-SMP-POP-COUNT TO WS-ARG-SIZE
               DISPLAY "Note: sample size cut to the population "
                       "size"
           END-IF
           IF WS-ARG-METHOD = "mus" AND WS-SMP-POP-TOTAL <= 0
               DISPLAY "Error: monetary-unit sampling needs a "
                       "population with a positive value"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SMP-CRITERIA
           STRING "type=" FUNCTION TRIM(WS-ARG-TYPE)
                  " min=" FUNCTION TRIM(WS-ARG-MIN)
                  " account=" FUNCTION TRIM(WS-ARG-ACCOUNT)
                  " category=" FUNCTION TRIM(WS-ARG-CATEGORY)
                  DELIMITED SIZE INTO WS-SMP-CRITERIA
           CALL "sample_create"
                USING BY REFERENCE WS-ARG-METHOD
                      BY VALUE WS-SMP-SEED
                      BY VALUE WS-ARG-SIZE
                      BY REFERENCE WS-ARG-FROM
                      BY REFERENCE WS-ARG-TO
                      BY REFERENCE WS-SMP-CRITERIA
                      BY REFERENCE WS-OPERATOR
                      BY REFERENCE WS-SMP-ID
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to create the sample"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   各方法的起点: 系统抽样按笔数间隔, mus 按金额间隔,
      *>   两者都在第一个间隔内随机起步
           MOVE 0 TO WS-SMP-SEEN WS-SMP-PICKED WS-SMP-CUM
           EVALUATE WS-ARG-METHOD
               WHEN "systematic"
                   DIVIDE WS-SMP-POP-COUNT BY WS-ARG-SIZE
                          GIVING WS-SMP-INTERVAL
               WHEN "mus"
                   DIVIDE WS-SMP-POP-TOTAL BY WS-ARG-SIZE
                          GIVING WS-SMP-INTERVAL
               WHEN OTHER
                   MOVE 0 TO WS-SMP-INTERVAL
           END-EVALUATE
           IF WS-SMP-INTERVAL < 1
               MOVE 1 TO WS-SMP-INTERVAL
           END-IF
           MOVE WS-SMP-INTERVAL TO WS-SMP-RANGE
           PERFORM SAMPLE-NEXT-RAND
           COMPUTE WS-SMP-NEXT-HIT = WS-SMP-RAND + 1

           CALL "sample_pop_begin"
                USING BY REFERENCE WS-ARG-FROM
                      BY REFERENCE WS-ARG-TO
                      BY REFERENCE WS-ARG-TYPE
                      BY VALUE WS-SMP-MIN
                      BY REFERENCE WS-ARG-ACCOUNT
                      BY REFERENCE WS-ARG-CATEGORY
                RETURNING WS-SMP-RC
           PERFORM UNTIL WS-SMP-RC NOT = 0
               CALL "sample_pop_next"
                    USING BY REFERENCE WS-SMP-TX-ID
                          BY REFERENCE WS-SMP-AMOUNT
                    RETURNING WS-SMP-RC
               IF WS-SMP-RC = 0
                   PERFORM SAMPLE-CONSIDER
               END-IF
           END-PERFORM
           CALL "sample_pop_end" RETURNING WS-RC
           CALL "sample_finish" USING BY VALUE WS-SMP-ID
                                      BY VALUE WS-SMP-PICKED
                                RETURNING WS-RC

           PERFORM SAMPLE-WRITE-SELECTION
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SAMPLE-WRITE-EVIDENCE

           MOVE WS-SMP-ID TO WS-SMP-ID-DISP
           MOVE WS-SMP-PICKED TO WS-SMP-N-DISP
           MOVE WS-SMP-POP-COUNT TO WS-SMP-N2-DISP
           DISPLAY "Sample " FUNCTION TRIM(WS-SMP-ID-DISP) ": "
                   FUNCTION TRIM(WS-SMP-N-DISP) " of "
                   FUNCTION TRIM(WS-SMP-N2-DISP) " item(s), method "
                   FUNCTION TRIM(WS-ARG-METHOD) ", seed "
                   FUNCTION TRIM(WS-SMP-SEED-DISP)
           MOVE WS-SMP-N-EVID TO WS-SMP-N-DISP
           MOVE WS-SMP-N-MISS TO WS-SMP-N2-DISP
           DISPLAY "Evidence copied: " FUNCTION TRIM(WS-SMP-N-DISP)
                   ", missing: " FUNCTION TRIM(WS-SMP-N2-DISP)
           DISPLAY "Selection listing: " FUNCTION TRIM(WS-SMP-DIR)
                   "/selection.txt"
           DISPLAY "Evidence folder:   "
                   FUNCTION TRIM(WS-SMP-EVID-DIR).

      *> ---------------------------------------------------------
      *> 总体中的一笔: 按方法决定是否入样
      *> ---------------------------------------------------------
       SAMPLE-CONSIDER.
           ADD 1 TO WS-SMP-SEEN
           MOVE 0 TO WS-SMP-TAKE
           EVALUATE WS-ARG-METHOD
               WHEN "random"
      *>           逐笔选择法: 剩余 R 笔里还要 K 笔, 本笔入样
      *>           的机会为 K/R, 一遍扫完恰好抽满且不重复
                   COMPUTE WS-SMP-RANGE =
                           WS-SMP-POP-COUNT - WS-SMP-SEEN + 1
                   PERFORM SAMPLE-NEXT-RAND
                   IF WS-SMP-RAND < WS-ARG-SIZE - WS-SMP-PICKED
                       MOVE 1 TO WS-SMP-TAKE
                   END-IF
               WHEN "systematic"
                   IF WS-SMP-SEEN = WS-SMP-NEXT-HIT
                           AND WS-SMP-PICKED < WS-ARG-SIZE
                       MOVE 1 TO WS-SMP-TAKE
                       ADD WS-SMP-INTERVAL TO WS-SMP-NEXT-HIT
                   END-IF
               WHEN "mus"
      *>           金额越大命中的货币单位越多; 一笔跨过多个
      *>           选样点也只入样一次
                   MOVE WS-SMP-AMOUNT TO WS-SMP-ABS
                   IF WS-SMP-ABS < 0
                       COMPUTE WS-SMP-ABS = 0 - WS-SMP-ABS
                   END-IF
                   ADD WS-SMP-ABS TO WS-SMP-CUM
                   IF WS-SMP-CUM >= WS-SMP-NEXT-HIT
                       MOVE 1 TO WS-SMP-TAKE
                       PERFORM UNTIL WS-SMP-NEXT-HIT > WS-SMP-CUM
                           ADD WS-SMP-INTERVAL TO WS-SMP-NEXT-HIT
                       END-PERFORM
                   END-IF
           END-EVALUATE
           IF WS-SMP-TAKE = 0
               EXIT PARAGRAPH
           END-IF
           CALL "sample_add_item" USING BY VALUE WS-SMP-ID
                                        BY VALUE WS-SMP-TX-ID
                                  RETURNING WS-RC
           IF WS-RC = 0
               ADD 1 TO WS-SMP-PICKED
           END-IF.

      *> ---------------------------------------------------------
      *> SAMPLE-NEXT-RAND - 最小标准乘同余发生器推进一步, 取
      *> 0 .. WS-SMP-RANGE - 1 的整数进 WS-SMP-RAND (同种子
      *> 必得同一序列, 样本可复现)
      *> ---------------------------------------------------------
       SAMPLE-NEXT-RAND.
           COMPUTE WS-SMP-RAND = WS-SMP-SEED * 16807
           DIVIDE WS-SMP-RAND BY 2147483647
                  GIVING WS-SMP-QUOT REMAINDER WS-SMP-SEED
           IF WS-SMP-RANGE < 1
               MOVE 0 TO WS-SMP-RAND
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-SMP-SEED BY WS-SMP-RANGE
                  GIVING WS-SMP-QUOT REMAINDER WS-SMP-RAND.

      *> ---------------------------------------------------------
      *> 选样清单: ./export/sample_<id>/selection.txt
      *> ---------------------------------------------------------
       SAMPLE-WRITE-SELECTION.
           MOVE WS-SMP-ID TO WS-SMP-ID-DISP
           MOVE SPACES TO WS-SMP-DIR
           STRING "./export/sample_" FUNCTION TRIM(WS-SMP-ID-DISP)
                  DELIMITED SIZE INTO WS-SMP-DIR
           MOVE SPACES TO WS-SMP-EVID-DIR
           STRING FUNCTION TRIM(WS-SMP-DIR) "/evidence"
                  DELIMITED SIZE INTO WS-SMP-EVID-DIR
           CALL "pack_prepare_dir" USING BY REFERENCE WS-SMP-DIR
                                   RETURNING WS-RC
           IF WS-RC = 0
               CALL "pack_prepare_dir"
                    USING BY REFERENCE WS-SMP-EVID-DIR
                    RETURNING WS-RC
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Cannot create sample directory "
                       FUNCTION TRIM(WS-SMP-DIR)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRINT-PATH
           STRING FUNCTION TRIM(WS-SMP-DIR) "/selection.txt"
                  DELIMITED SIZE INTO WS-PRINT-PATH
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Error: Cannot write "
                       FUNCTION TRIM(WS-PRINT-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           STRING "AUDIT SAMPLE " FUNCTION TRIM(WS-SMP-ID-DISP)
                  "  METHOD " FUNCTION TRIM(WS-ARG-METHOD)
                  "  SEED " FUNCTION TRIM(WS-SMP-SEED-DISP)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE WS-SMP-POP-COUNT TO WS-SMP-N-DISP
           COMPUTE WS-DISP-SMP-AMT = WS-SMP-POP-TOTAL / 100
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PERIOD " FUNCTION TRIM(WS-ARG-FROM) " TO "
                  FUNCTION TRIM(WS-ARG-TO) "  POPULATION "
                  FUNCTION TRIM(WS-SMP-N-DISP) " ITEMS, VALUE "
                  FUNCTION TRIM(WS-DISP-SMP-AMT)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CRITERIA " FUNCTION TRIM(WS-SMP-CRITERIA)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           IF WS-ARG-METHOD NOT = "random"
               IF WS-ARG-METHOD = "mus"
                   COMPUTE WS-DISP-SMP-AMT = WS-SMP-INTERVAL / 100
               ELSE
                   MOVE WS-SMP-INTERVAL TO WS-DISP-SMP-AMT
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               STRING "INTERVAL " FUNCTION TRIM(WS-DISP-SMP-AMT)
                      DELIMITED SIZE INTO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "      TX-ID  DATE        PAYEE                    "
                  "     CATEGORY                      AMOUNT"
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE

           CALL "sample_item_begin" USING BY VALUE WS-SMP-ID
                                    RETURNING WS-SMP-RC
           PERFORM UNTIL WS-SMP-RC NOT = 0
               PERFORM SAMPLE-ITEM-FETCH
               IF WS-SMP-RC = 0
                   MOVE WS-SMP-TX-ID TO WS-SMP-TX-ID-DISP
                   COMPUTE WS-DISP-SMP-AMT = WS-SMP-AMOUNT / 100
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING " " WS-SMP-TX-ID-DISP "  "
                          WS-SMP-DATE(1:10) "  "
                          WS-SMP-PAYEE(1:28) " "
                          WS-SMP-CATEGORY(1:24) " "
                          WS-DISP-SMP-AMT
                          DELIMITED SIZE INTO WS-PRINT-LINE
                   WRITE WS-PRINT-LINE
               END-IF
           END-PERFORM
           CALL "sample_item_end" RETURNING WS-RC
           CLOSE PRINT-FILE.

      *> ---------------------------------------------------------
       SAMPLE-ITEM-FETCH.
           CALL "sample_item_next"
                USING BY REFERENCE WS-SMP-TX-ID
                      BY REFERENCE WS-SMP-DATE
                      BY REFERENCE WS-SMP-AMOUNT
                      BY REFERENCE WS-SMP-PAYEE
                      BY REFERENCE WS-SMP-CATEGORY
                      BY REFERENCE WS-SMP-ATTACH
                      BY REFERENCE WS-SMP-STATUS
                      BY REFERENCE WS-SMP-COMMENT
                      BY REFERENCE WS-SMP-HASH
                RETURNING WS-SMP-RC.

      *> ---------------------------------------------------------
      *> 证据包: 每笔的 --attach 收据复制进 evidence 目录 (后端
      *> 复制并算指纹, 指纹同时记在样本项上), 写 index.txt
      *> ---------------------------------------------------------
       SAMPLE-WRITE-EVIDENCE.
           MOVE 0 TO WS-SMP-N-EVID WS-SMP-N-MISS
           MOVE SPACES TO WS-PRINT-PATH
           STRING FUNCTION TRIM(WS-SMP-EVID-DIR) "/index.txt"
                  DELIMITED SIZE INTO WS-PRINT-PATH
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Error: Cannot write "
                       FUNCTION TRIM(WS-PRINT-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "      TX-ID  EVIDENCE FILE                       "
                  "      SHA-256"
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE

           CALL "sample_item_begin" USING BY VALUE WS-SMP-ID
                                    RETURNING WS-SMP-RC
           PERFORM UNTIL WS-SMP-RC NOT = 0
               PERFORM SAMPLE-ITEM-FETCH
               IF WS-SMP-RC = 0
                   PERFORM SAMPLE-COPY-ONE
               END-IF
           END-PERFORM
           CALL "sample_item_end" RETURNING WS-RC
           CLOSE PRINT-FILE.

      *> ---------------------------------------------------------
       SAMPLE-COPY-ONE.
           MOVE WS-SMP-TX-ID TO WS-SMP-TX-ID-DISP
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-SMP-ATTACH = SPACES
               ADD 1 TO WS-SMP-N-MISS
               STRING " " WS-SMP-TX-ID-DISP "  (no attachment on "
                      "file - request from client)"
                      DELIMITED SIZE INTO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SMP-FILE WS-SMP-HASH
           CALL "sample_copy_evidence"
                USING BY VALUE WS-SMP-ID
                      BY VALUE WS-SMP-TX-ID
                      BY REFERENCE WS-SMP-ATTACH
                      BY REFERENCE WS-SMP-EVID-DIR
                      BY REFERENCE WS-SMP-FILE
                      BY REFERENCE WS-SMP-HASH
                RETURNING WS-RC
           IF WS-RC NOT = 0
               ADD 1 TO WS-SMP-N-MISS
               STRING " " WS-SMP-TX-ID-DISP "  "
                      FUNCTION TRIM(WS-SMP-ATTACH)
                      "  MISSING - receipt file not found"
                      DELIMITED SIZE INTO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SMP-N-EVID
           STRING " " WS-SMP-TX-ID-DISP "  " WS-SMP-FILE(1:40) " "
                  FUNCTION TRIM(WS-SMP-HASH)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE.

      *> ---------------------------------------------------------
      *> SAMPLE-STATUS - 一笔样本的跟踪状态与审计意见
      *> ---------------------------------------------------------
       SAMPLE-STATUS.
           IF WS-ARG-ID = 0 OR WS-ARG-ITEM = 0
                   OR WS-ARG-STATUS = SPACES
               DISPLAY "Error: --id, --item and --status are "
                       "required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-STATUS NOT = "requested"
                   AND WS-ARG-STATUS NOT = "provided"
                   AND WS-ARG-STATUS NOT = "exception"
               DISPLAY "Error: --status must be requested, provided "
                       "or exception"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-STATUS = "exception" AND WS-ARG-NOTE = SPACES
               DISPLAY "Error: an exception needs the auditor's "
                       "comment (--note)"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "sample_item_set"
                USING BY VALUE WS-ARG-ID
                      BY VALUE WS-ARG-ITEM
                      BY REFERENCE WS-ARG-STATUS
                      BY REFERENCE WS-ARG-NOTE
                      BY REFERENCE WS-OPERATOR
                RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: transaction " WS-ARG-ITEM
                       " is not in sample " WS-ARG-ID
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to update the sample item"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-ITEM TO WS-SMP-TX-ID-DISP
           DISPLAY "Item " FUNCTION TRIM(WS-SMP-TX-ID-DISP)
                   " marked " FUNCTION TRIM(WS-ARG-STATUS).

      *> ---------------------------------------------------------
      *> SAMPLE-LIST - 无 --id 列各样本; 有 --id 列该样本各笔
      *> ---------------------------------------------------------
       SAMPLE-LIST.
           IF WS-ARG-ID = 0
               DISPLAY "    SAMPLE  METHOD      SEED        ITEMS  "
                       "EXCEPTIONS  PERIOD"
               CALL "sample_list_begin" RETURNING WS-SMP-RC
               PERFORM UNTIL WS-SMP-RC NOT = 0
                   CALL "sample_list_next"
                        USING BY REFERENCE WS-SMP-ID
                              BY REFERENCE WS-SMP-METHOD
                              BY REFERENCE WS-SMP-SEED
                              BY REFERENCE WS-SMP-SIZE
                              BY REFERENCE WS-SMP-N-EXC
                              BY REFERENCE WS-SMP-FROM
                              BY REFERENCE WS-SMP-TO
                        RETURNING WS-SMP-RC
                   IF WS-SMP-RC = 0
                       MOVE WS-SMP-ID TO WS-SMP-ID-DISP
                       MOVE WS-SMP-SEED TO WS-SMP-SEED-DISP
                       MOVE WS-SMP-SIZE TO WS-SMP-N-DISP
                       MOVE WS-SMP-N-EXC TO WS-SMP-N2-DISP
                       DISPLAY WS-SMP-ID-DISP "  " WS-SMP-METHOD
                               "  " WS-SMP-SEED-DISP WS-SMP-N-DISP
                               "  " WS-SMP-N2-DISP "  "
                               FUNCTION TRIM(WS-SMP-FROM) " to "
                               FUNCTION TRIM(WS-SMP-TO)
                   END-IF
               END-PERFORM
               CALL "sample_list_end" RETURNING WS-RC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-ID TO WS-SMP-ID
           DISPLAY "     TX-ID  DATE              AMOUNT  STATUS    "
                   "  COMMENT"
           CALL "sample_item_begin" USING BY VALUE WS-SMP-ID
                                    RETURNING WS-SMP-RC
           IF WS-SMP-RC NOT = 0
               DISPLAY "Error: sample " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SMP-RC NOT = 0
               PERFORM SAMPLE-ITEM-FETCH
               IF WS-SMP-RC = 0
                   MOVE WS-SMP-TX-ID TO WS-SMP-TX-ID-DISP
                   COMPUTE WS-DISP-SMP-AMT = WS-SMP-AMOUNT / 100
                   DISPLAY WS-SMP-TX-ID-DISP "  " WS-SMP-DATE(1:10)
                           WS-DISP-SMP-AMT "  " WS-SMP-STATUS
                           FUNCTION TRIM(WS-SMP-COMMENT)
               END-IF
           END-PERFORM
           CALL "sample_item_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> SAMPLE-SUMMARY - 各状态笔数, 例外逐笔与意见, 例外率
      *> ---------------------------------------------------------
       SAMPLE-SUMMARY.
           IF WS-ARG-ID = 0
               DISPLAY "Error: --id is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-ID TO WS-SMP-ID
           CALL "sample_get"
                USING BY VALUE WS-SMP-ID
                      BY REFERENCE WS-SMP-METHOD
                      BY REFERENCE WS-SMP-SEED
                      BY REFERENCE WS-SMP-SIZE
                      BY REFERENCE WS-SMP-FROM
                      BY REFERENCE WS-SMP-TO
                      BY REFERENCE WS-SMP-CRITERIA
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: sample " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SMP-ID TO WS-SMP-ID-DISP
           MOVE WS-SMP-SEED TO WS-SMP-SEED-DISP
           DISPLAY "Sample " FUNCTION TRIM(WS-SMP-ID-DISP)
                   "  method " FUNCTION TRIM(WS-SMP-METHOD)
                   "  seed " FUNCTION TRIM(WS-SMP-SEED-DISP)
                   "  period " FUNCTION TRIM(WS-SMP-FROM) " to "
                   FUNCTION TRIM(WS-SMP-TO)
           DISPLAY "Criteria: " FUNCTION TRIM(WS-SMP-CRITERIA)
           DISPLAY " "

           MOVE 0 TO WS-SMP-N-REQ WS-SMP-N-PROV WS-SMP-N-EXC
                     WS-SMP-EXC-AMT WS-SMP-ALL-AMT
           CALL "sample_item_begin" USING BY VALUE WS-SMP-ID
                                    RETURNING WS-SMP-RC
           PERFORM UNTIL WS-SMP-RC NOT = 0
               PERFORM SAMPLE-ITEM-FETCH
               IF WS-SMP-RC = 0
                   ADD WS-SMP-AMOUNT TO WS-SMP-ALL-AMT
                   EVALUATE FUNCTION TRIM(WS-SMP-STATUS)
                       WHEN "provided"
                           ADD 1 TO WS-SMP-N-PROV
                       WHEN "exception"
                           PERFORM SAMPLE-SUMMARY-EXCEPTION
                       WHEN OTHER
                           ADD 1 TO WS-SMP-N-REQ
                   END-EVALUATE
               END-IF
           END-PERFORM
           CALL "sample_item_end" RETURNING WS-RC

           IF WS-SMP-N-EXC = 0
               DISPLAY "No exceptions recorded"
           END-IF
           DISPLAY " "
           MOVE WS-SMP-N-REQ TO WS-SMP-N-DISP
           DISPLAY "Requested (outstanding): "
                   FUNCTION TRIM(WS-SMP-N-DISP)
           MOVE WS-SMP-N-PROV TO WS-SMP-N-DISP
           DISPLAY "Provided:                "
                   FUNCTION TRIM(WS-SMP-N-DISP)
           MOVE WS-SMP-N-EXC TO WS-SMP-N-DISP
           DISPLAY "Exceptions:              "
                   FUNCTION TRIM(WS-SMP-N-DISP)
           COMPUTE WS-SMP-SIZE =
                   WS-SMP-N-REQ + WS-SMP-N-PROV + WS-SMP-N-EXC
           IF WS-SMP-SIZE > 0
               COMPUTE WS-SMP-PCT ROUNDED =
                       WS-SMP-N-EXC * 10000 / WS-SMP-SIZE
               COMPUTE WS-DISP-SMP-PCT = WS-SMP-PCT / 100
               DISPLAY "Exception rate (items):  "
                       FUNCTION TRIM(WS-DISP-SMP-PCT) "%"
           END-IF
           IF WS-SMP-ALL-AMT NOT = 0
               COMPUTE WS-SMP-PCT ROUNDED =
                       WS-SMP-EXC-AMT * 10000 / WS-SMP-ALL-AMT
               COMPUTE WS-DISP-SMP-PCT = WS-SMP-PCT / 100
               COMPUTE WS-DISP-SMP-AMT = WS-SMP-EXC-AMT / 100
               COMPUTE WS-DISP-SMP-AMT2 = WS-SMP-ALL-AMT / 100
               DISPLAY "Exception value:         "
                       FUNCTION TRIM(WS-DISP-SMP-AMT) " of "
                       FUNCTION TRIM(WS-DISP-SMP-AMT2) " ("
                       FUNCTION TRIM(WS-DISP-SMP-PCT) "%)"
           END-IF.

      *> ---------------------------------------------------------
       SAMPLE-SUMMARY-EXCEPTION.
           IF WS-SMP-N-EXC = 0
               DISPLAY "Exceptions found:"
           END-IF
           ADD 1 TO WS-SMP-N-EXC
           ADD WS-SMP-AMOUNT TO WS-SMP-EXC-AMT
           MOVE WS-SMP-TX-ID TO WS-SMP-TX-ID-DISP
           COMPUTE WS-DISP-SMP-AMT = WS-SMP-AMOUNT / 100
           DISPLAY "  " FUNCTION TRIM(WS-SMP-TX-ID-DISP) "  "
                   WS-SMP-DATE(1:10) WS-DISP-SMP-AMT "  "
                   FUNCTION TRIM(WS-SMP-PAYEE)
           DISPLAY "    " FUNCTION TRIM(WS-SMP-COMMENT).

      *> ============================================================
      *> CMD: seal - 期间封存与取证校验
      *> 对期间内的交易与审计历史计算链式指纹 (与上一期的封存值
      *> 链接), 存入封存表; 'seal verify' 复算并比对, 证明封存后
      *> 没有任何记录被改动过
      *> ============================================================
       CMD-SEAL.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               EXIT PARAGRAPH
           END-IF

      *>   封存期间: --date 为日封存, --month 为月封存
           MOVE SPACES TO WS-SEAL-PERIOD
           IF WS-ARG-DATE NOT = SPACES
               MOVE WS-ARG-DATE TO WS-SEAL-PERIOD
           ELSE
               MOVE WS-ARG-MONTH TO WS-SEAL-PERIOD
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "verify"
                   PERFORM SEAL-VERIFY
               WHEN "list"
                   PERFORM SEAL-LIST
               WHEN OTHER
                   PERFORM SEAL-CREATE
           END-EVALUATE.

      *> ---------------------------------------------------------
       SEAL-CREATE.
           IF WS-SEAL-PERIOD = SPACES
               DISPLAY "Error: --month (or --date for a daily "
                       "seal) is required"
               DISPLAY "Usage: ledger seal --month YYYY-MM"
               DISPLAY "       ledger seal verify --month YYYY-MM"
               DISPLAY "       ledger seal list"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   封存是取证动作, 只许 admin 执行 (verify/list 不设防)
           MOVE "admin" TO WS-PRIV-NEEDED
           PERFORM CHECK-PRIVILEGE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           CALL "seal_period" USING BY REFERENCE WS-SEAL-PERIOD
                                    BY REFERENCE WS-SEAL-HASH
                              RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Period "
                       FUNCTION TRIM(WS-SEAL-PERIOD)
                       " is already sealed"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Seal failed"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Period " FUNCTION TRIM(WS-SEAL-PERIOD)
                   " sealed"
           DISPLAY "Fingerprint: " FUNCTION TRIM(WS-SEAL-HASH).

      *> ---------------------------------------------------------
       SEAL-VERIFY.
           IF WS-SEAL-PERIOD = SPACES
               DISPLAY "Error: --month or --date is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "seal_verify" USING BY REFERENCE WS-SEAL-PERIOD
                                    BY REFERENCE WS-SEAL-HASH
                              RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Period "
                       FUNCTION TRIM(WS-SEAL-PERIOD)
                       " has no seal"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC = 7
               DISPLAY "TAMPERED: sealed records of "
                       FUNCTION TRIM(WS-SEAL-PERIOD)
                       " have been altered since sealing"
               DISPLAY "Recorded fingerprint: "
                       FUNCTION TRIM(WS-SEAL-HASH)
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Verification failed"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "OK: seal of " FUNCTION TRIM(WS-SEAL-PERIOD)
                   " verified - no sealed record was altered".

      *> ---------------------------------------------------------
       SEAL-LIST.
           CALL "seal_list_begin" RETURNING WS-RC
           DISPLAY "PERIOD      SEALED AT             FINGERPRINT"
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "seal_list_next"
                    USING BY REFERENCE WS-SEAL-PERIOD
                          BY REFERENCE WS-SEAL-AT
                          BY REFERENCE WS-SEAL-HASH
                    RETURNING WS-RC
               IF WS-RC = 0
                   DISPLAY FUNCTION TRIM(WS-SEAL-PERIOD) "  "
                           FUNCTION TRIM(WS-SEAL-AT) "  "
                           FUNCTION TRIM(WS-SEAL-HASH)
               END-IF
           END-PERFORM
           CALL "seal_list_end" RETURNING WS-RC.

      *> ============================================================
      *> CMD: cheque - 支票登记簿 (list/clear/void/stop/pospay/
      *> exceptions/decide/print/stock/spoil)
      *> 支票在 add 时用 --cheque 登号, 生命周期: written ->
      *> cleared / void / stop-payment. 作废与止付只改状态,
      *> 行本身与审计历史原样保留
      *> ============================================================
       CMD-CHEQUE.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "list"
                   PERFORM CHEQUE-LIST
               WHEN "clear"
                   PERFORM CHEQUE-CLEAR
               WHEN "void"
                   PERFORM CHEQUE-VOID
               WHEN "stop"
                   PERFORM CHEQUE-STOP
               WHEN "pospay"
                   PERFORM CHEQUE-POSPAY
               WHEN "exceptions"
                   PERFORM CHEQUE-EXCEPTIONS
               WHEN "decide"
                   PERFORM CHEQUE-DECIDE
               WHEN "print"
                   PERFORM CHEQUE-PRINT
               WHEN "stock"
                   PERFORM CHEQUE-STOCK
               WHEN "spoil"
                   PERFORM CHEQUE-SPOIL
               WHEN OTHER
                   DISPLAY "Error: cheque requires a subcommand"
                   DISPLAY "Usage: ledger cheque list"
                   DISPLAY "       ledger cheque clear --id N "
                           "--date YYYY-MM-DD"
                   DISPLAY "       ledger cheque void --id N"
                   DISPLAY "       ledger cheque stop --id N"
                   DISPLAY "       ledger cheque pospay [--id SEQ] "
                           "[--out file]"
                   DISPLAY "       ledger cheque exceptions "
                           "[--file <bank exceptions file>]"
                   DISPLAY "       ledger cheque decide --id N "
                           "--choose pay|return"
                   DISPLAY "       ledger cheque print --account A "
                           "[--out file]"
                   DISPLAY "       ledger cheque stock [--account A "
                           "--from N --to M]"
                   DISPLAY "       ledger cheque spoil --account A "
                           "--cheque N"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> CHEQUE-LIST - 未兑付支票一览 (written 状态)
      *> ---------------------------------------------------------
       CHEQUE-LIST.
           DISPLAY "ID        CHEQUE      DATE        PAYEE       "
                   "      AMOUNT       STATUS"
           CALL "cheque_outstanding_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "cheque_outstanding_next"
                    USING BY REFERENCE WS-LIST-ID
                          BY REFERENCE WS-CHQ-NO
                          BY REFERENCE WS-LIST-DATE
                          BY REFERENCE WS-ARG-PAYEE
                          BY REFERENCE WS-LIST-AMOUNT
                          BY REFERENCE WS-CHQ-STATUS
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-LIST-ID TO WS-LIST-ID-DISP
                   COMPUTE WS-AMOUNT-DISP = WS-LIST-AMOUNT / 100
                   DISPLAY WS-LIST-ID-DISP "  "
                           FUNCTION TRIM(WS-CHQ-NO) "  "
                           FUNCTION TRIM(WS-LIST-DATE) "  "
                           FUNCTION TRIM(WS-ARG-PAYEE) "  "
                           WS-AMOUNT-DISP "  "
                           FUNCTION TRIM(WS-CHQ-STATUS)
               END-IF
           END-PERFORM
           CALL "cheque_outstanding_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
       CHEQUE-CLEAR.
           IF WS-ARG-ID = 0 OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --id and --date are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "cheque_clear" USING BY VALUE WS-ARG-ID
                                     BY REFERENCE WS-ARG-DATE
                               RETURNING WS-RC
           PERFORM CHEQUE-STATUS-RESULT
           IF WS-RC = 0
               DISPLAY "Cheque on transaction " WS-ARG-ID
                       " marked cleared as of "
                       FUNCTION TRIM(WS-ARG-DATE)
           END-IF.

      *> ---------------------------------------------------------
       CHEQUE-VOID.
           IF WS-ARG-ID = 0
               DISPLAY "Error: --id is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "cheque_void" USING BY VALUE WS-ARG-ID
                              RETURNING WS-RC
           PERFORM CHEQUE-STATUS-RESULT
           IF WS-RC = 0
               DISPLAY "Cheque on transaction " WS-ARG-ID
                       " voided (row and history kept)"
           END-IF.

      *> ---------------------------------------------------------
       CHEQUE-STOP.
           IF WS-ARG-ID = 0
               DISPLAY "Error: --id is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "cheque_stop" USING BY VALUE WS-ARG-ID
                              RETURNING WS-RC
           PERFORM CHEQUE-STATUS-RESULT
           IF WS-RC = 0
               DISPLAY "Stop-payment recorded on transaction "
                       WS-ARG-ID
           END-IF.

      *> ---------------------------------------------------------
      *> 支票状态变更的公共返回码处理
      *> ---------------------------------------------------------
       CHEQUE-STATUS-RESULT.
           IF WS-RC = 3
               DISPLAY "Error: Transaction " WS-ARG-ID
                       " not found or carries no cheque number"
               MOVE 3 TO WS-RETURN-CODE
           ELSE
               IF WS-RC NOT = 0
                   DISPLAY "Error: Cheque status change failed"
                   MOVE 2 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> CHEQUE-POSPAY - 正向支付 (positive pay) 发行文件
      *> 上次传送以来签发 (I) 和作废 (V) 的每张支票一条明细:
      *> 支票号/签发日/收款人/金额/签发作废标志, 尾记录带笔数与
      *> 签发/作废两个金额控制数. 每次传送在发送登记上占一个
      *> 流水号; --id SEQ 按原流水号原样重发 (内容不变)
      *> ---------------------------------------------------------
       CHEQUE-POSPAY.
           MOVE SPACES TO WS-PPY-H-CREATED
           MOVE WS-ARG-ID TO WS-PPY-SEQ
           CALL "pospay_next_seq" USING BY VALUE WS-PPY-SEQ
                                        BY REFERENCE WS-PPY-SEQ
                                        BY REFERENCE WS-PPY-H-CREATED
                                  RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: No positive-pay transmission with "
                       "sequence " WS-ARG-ID " on the send log"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC = 7
               DISPLAY "No cheques issued or voided since the last "
                       "transmission - nothing to send"
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Cannot allocate positive-pay "
                       "sequence number"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PPY-SEQ TO WS-PPY-H-SEQ

           IF WS-OUT-PATH NOT = SPACES
               MOVE WS-OUT-PATH TO WS-BPY-PATH
           ELSE
               MOVE SPACES TO WS-BPY-PATH
               STRING "./export/pospay_" WS-PPY-H-SEQ ".dat"
                      DELIMITED SIZE INTO WS-BPY-PATH
           END-IF

           OPEN OUTPUT BANKPAY-FILE
           IF WS-BPY-STATUS NOT = "00"
               DISPLAY "Error: Cannot create positive-pay file "
                       FUNCTION TRIM(WS-BPY-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-PPY-H-CREATED = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                      DELIMITED SIZE INTO WS-PPY-H-CREATED
           END-IF
           MOVE WS-CONFIG-BIZ-NAME TO WS-PPY-H-BUSINESS
           MOVE SPACES TO WS-BPY-LINE
           MOVE WS-PPY-HEADER-REC TO WS-BPY-LINE
           WRITE WS-BPY-LINE

           MOVE 0 TO WS-PPY-COUNT WS-PPY-ISSUED WS-PPY-VOIDED
           CALL "pospay_item_begin" USING BY VALUE WS-PPY-SEQ
                                    RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "pospay_item_next"
                    USING BY REFERENCE WS-PPY-IND
                          BY REFERENCE WS-CHQ-NO
                          BY REFERENCE WS-LIST-DATE
                          BY REFERENCE WS-ARG-PAYEE
                          BY REFERENCE WS-PPY-AMOUNT
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-PPY-COUNT
                   IF WS-PPY-IND = "V"
                       ADD WS-PPY-AMOUNT TO WS-PPY-VOIDED
                   ELSE
                       MOVE "I" TO WS-PPY-IND
                       ADD WS-PPY-AMOUNT TO WS-PPY-ISSUED
                   END-IF
                   MOVE WS-PPY-IND TO WS-PPY-D-IND
                   MOVE WS-CHQ-NO TO WS-PPY-D-CHEQUE
                   MOVE WS-LIST-DATE TO WS-PPY-D-DATE
                   MOVE WS-ARG-PAYEE TO WS-PPY-D-PAYEE
                   MOVE WS-PPY-AMOUNT TO WS-PPY-D-AMOUNT
                   MOVE SPACES TO WS-BPY-LINE
                   MOVE WS-PPY-DETAIL-REC TO WS-BPY-LINE
                   WRITE WS-BPY-LINE
               END-IF
           END-PERFORM
           CALL "pospay_item_end" RETURNING WS-RC

           MOVE WS-PPY-COUNT TO WS-PPY-T-COUNT
           MOVE WS-PPY-ISSUED TO WS-PPY-T-ISSUED
           MOVE WS-PPY-VOIDED TO WS-PPY-T-VOIDED
           MOVE SPACES TO WS-BPY-LINE
           MOVE WS-PPY-TRAILER-REC TO WS-BPY-LINE
           WRITE WS-BPY-LINE
           CLOSE BANKPAY-FILE

           CALL "pospay_log_send" USING BY VALUE WS-PPY-SEQ
                                        BY REFERENCE WS-BPY-PATH
                                        BY VALUE WS-PPY-COUNT
                                        BY VALUE WS-PPY-ISSUED
                                        BY VALUE WS-PPY-VOIDED
                                  RETURNING WS-RC

           MOVE WS-PPY-COUNT TO WS-PPY-COUNT-DISP
           COMPUTE WS-DISP-PPY-ISSUED = WS-PPY-ISSUED / 100
           COMPUTE WS-DISP-PPY-VOIDED = WS-PPY-VOIDED / 100
           IF WS-ARG-ID NOT = 0
               DISPLAY "Positive-pay transmission " WS-PPY-H-SEQ
                       " re-sent unchanged"
           END-IF
           DISPLAY "Positive-pay file " FUNCTION TRIM(WS-BPY-PATH)
                   " written (sequence " WS-PPY-H-SEQ ")"
           DISPLAY FUNCTION TRIM(WS-PPY-COUNT-DISP)
                   " cheque(s); issued " WS-DISP-PPY-ISSUED
                   ", voided " WS-DISP-PPY-VOIDED

           MOVE "pospay" TO WS-ICL-INTERFACE
           MOVE "out" TO WS-ICL-DIRECTION
           MOVE WS-BPY-PATH TO WS-ICL-FILE
           MOVE WS-PPY-COUNT TO WS-ICL-HDR-COUNT WS-ICL-ACCEPTED
           MOVE WS-PPY-ISSUED TO WS-ICL-HDR-TOTAL WS-ICL-POSTED
           PERFORM ICL-RECORD.

      *> ---------------------------------------------------------
      *> CHEQUE-EXCEPTIONS - 带 --file: 读银行发回的例外文件
      *> (每行: 支票号,提示付款日,金额,原因) 逐张在登记簿上标成
      *> exception 等人裁决; 登记簿上查无此号的也照登, 标为
      *> unknown. 不带 --file: 列出尚未裁决的例外
      *> ---------------------------------------------------------
       CHEQUE-EXCEPTIONS.
           IF WS-ARG-FILE = SPACES
               PERFORM CHEQUE-EXCEPTION-LIST
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-FILE TO WS-ACK-PATH
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "Error: Cannot open exceptions file "
                       FUNCTION TRIM(WS-ACK-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ACK-EOF WS-CHX-LOADED WS-CHX-UNKNOWN
                     WS-CHX-TOTAL
           PERFORM UNTIL WS-ACK-EOF = 1
               READ ACK-FILE
                   AT END
                       MOVE 1 TO WS-ACK-EOF
               END-READ
               IF WS-ACK-EOF = 0
                   PERFORM CHEQUE-EXCEPTION-ONE
               END-IF
           END-PERFORM
           CLOSE ACK-FILE

           MOVE WS-CHX-LOADED TO WS-CHX-LOADED-DISP
           MOVE WS-CHX-UNKNOWN TO WS-CHX-UNKNOWN-DISP
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-CHX-LOADED-DISP)
                   " exception(s) flagged for a pay/return "
                   "decision ("
                   FUNCTION TRIM(WS-CHX-UNKNOWN-DISP)
                   " not on the register)"
           IF WS-CHX-LOADED > 0
               DISPLAY "Decide each with 'ledger cheque decide "
                       "--id N --choose pay|return'"
               MOVE 1 TO WS-RETURN-CODE
           END-IF

           MOVE "pospay-exc" TO WS-ICL-INTERFACE
           MOVE "in" TO WS-ICL-DIRECTION
           MOVE WS-ACK-PATH TO WS-ICL-FILE
           MOVE WS-CHX-LOADED TO WS-ICL-ACCEPTED
           MOVE WS-CHX-TOTAL TO WS-ICL-HDR-TOTAL
           PERFORM ICL-RECORD.

      *> ---------------------------------------------------------
       CHEQUE-EXCEPTION-ONE.
           IF FUNCTION TRIM(WS-ACK-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CHQ-NO WS-CHX-DATE WS-ACK-F2
                          WS-CHX-REASON
           UNSTRING WS-ACK-LINE DELIMITED BY ","
               INTO WS-CHQ-NO WS-CHX-DATE WS-ACK-F2 WS-CHX-REASON
           END-UNSTRING
           IF FUNCTION TRIM(WS-CHQ-NO) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CHQ-NO) TO WS-CHQ-NO
           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ACK-F2 WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT = 1
               COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-ACK-F2))
               COMPUTE WS-CHX-AMOUNT = WS-AMOUNT-NUM * 100
           ELSE
               MOVE 0 TO WS-CHX-AMOUNT
           END-IF

           CALL "cheque_exception_add"
                USING BY REFERENCE WS-CHQ-NO
                      BY REFERENCE WS-CHX-DATE
                      BY VALUE WS-CHX-AMOUNT
                      BY REFERENCE WS-CHX-REASON
                      BY REFERENCE WS-CHX-ID
                RETURNING WS-RC
           IF WS-RC = 3
               ADD 1 TO WS-CHX-UNKNOWN
           ELSE
               IF WS-RC NOT = 0
                   DISPLAY "Warning: exception for cheque "
                           FUNCTION TRIM(WS-CHQ-NO)
                           " could not be recorded"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-CHX-LOADED
           ADD WS-CHX-AMOUNT TO WS-CHX-TOTAL
           COMPUTE WS-AMOUNT-DISP = WS-CHX-AMOUNT / 100
           DISPLAY "Exception " WS-CHX-ID "  cheque "
                   FUNCTION TRIM(WS-CHQ-NO) "  "
                   FUNCTION TRIM(WS-CHX-DATE) "  " WS-AMOUNT-DISP
                   "  " FUNCTION TRIM(WS-CHX-REASON).

      *> ---------------------------------------------------------
       CHEQUE-EXCEPTION-LIST.
           DISPLAY "ID        CHEQUE      PRESENTED       AMOUNT  "
                   "STATUS        REASON"
           CALL "cheque_exception_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "cheque_exception_next"
                    USING BY REFERENCE WS-CHX-ID
                          BY REFERENCE WS-CHQ-NO
                          BY REFERENCE WS-CHX-DATE
                          BY REFERENCE WS-CHX-AMOUNT
                          BY REFERENCE WS-CHX-STATUS
                          BY REFERENCE WS-CHX-REASON
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-CHX-ID TO WS-LIST-ID-DISP
                   COMPUTE WS-AMOUNT-DISP = WS-CHX-AMOUNT / 100
                   DISPLAY WS-LIST-ID-DISP "  "
                           FUNCTION TRIM(WS-CHQ-NO) "  "
                           FUNCTION TRIM(WS-CHX-DATE) "  "
                           WS-AMOUNT-DISP "  "
                           FUNCTION TRIM(WS-CHX-STATUS) "  "
                           FUNCTION TRIM(WS-CHX-REASON)
               END-IF
           END-PERFORM
           CALL "cheque_exception_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> CHEQUE-DECIDE - 例外裁决: pay 照付 / return 退票, 记下
      *> 裁决人; 裁决后不可再改
      *> ---------------------------------------------------------
       CHEQUE-DECIDE.
           IF WS-ARG-ID = 0
               DISPLAY "Error: --id is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-CHOOSE NOT = "pay"
                   AND WS-ARG-CHOOSE NOT = "return"
               DISPLAY "Error: --choose must be pay or return"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "cheque_exception_decide"
                USING BY VALUE WS-ARG-ID
                      BY REFERENCE WS-ARG-CHOOSE
                      BY REFERENCE WS-OPERATOR
                RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Exception " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC = 7
               DISPLAY "Error: Exception " WS-ARG-ID
                       " has already been decided"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Decision could not be recorded"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Exception " WS-ARG-ID " decided: "
                   FUNCTION TRIM(WS-ARG-CHOOSE) " (by "
                   FUNCTION TRIM(WS-OPERATOR) ")".

      *> ---------------------------------------------------------
      *> CHEQUE-STOCK - 带 --from/--to: 为 --account 登记一段
      *> 空白支票号 (与已登记号段重叠则拒绝); 不带: 号段使用
      *> 报告 - 每段逐号列出已用/作废, 空白号连续成段显示,
      *> 支票号一张都不会不知去向
      *> ---------------------------------------------------------
       CHEQUE-STOCK.
           IF WS-ARG-FROM = SPACES AND WS-ARG-TO = SPACES
               PERFORM CHEQUE-STOCK-REPORT
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-ACCOUNT = SPACES OR WS-ARG-FROM = SPACES
              OR WS-ARG-TO = SPACES
               DISPLAY "Error: --account, --from and --to are "
                       "required to register a cheque stock range"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CST-FIRST =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-FROM))
           COMPUTE WS-CST-LAST =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-TO))
           IF WS-CST-FIRST = 0 OR WS-CST-LAST < WS-CST-FIRST
               DISPLAY "Error: --from and --to must be cheque "
                       "numbers with --from <= --to"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "cheque_stock_add" USING BY REFERENCE WS-ARG-ACCOUNT
                                         BY VALUE WS-CST-FIRST
                                         BY VALUE WS-CST-LAST
                                   RETURNING WS-RC
           IF WS-RC = 7
               DISPLAY "Error: Range overlaps cheque numbers already "
                       "registered for '" FUNCTION TRIM(WS-ARG-ACCOUNT)
                       "'"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to register cheque stock"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CST-FIRST TO WS-CST-FROM-DISP
           MOVE WS-CST-LAST TO WS-CST-NO-DISP
           DISPLAY "Cheque stock " FUNCTION TRIM(WS-CST-FROM-DISP)
                   " .. " FUNCTION TRIM(WS-CST-NO-DISP)
                   " registered for '" FUNCTION TRIM(WS-ARG-ACCOUNT)
                   "'".

      *> ---------------------------------------------------------
       CHEQUE-STOCK-REPORT.
           CALL "cheque_stock_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "cheque_stock_next"
                    USING BY REFERENCE WS-CST-ACCOUNT
                          BY REFERENCE WS-CST-FIRST
                          BY REFERENCE WS-CST-LAST
                    RETURNING WS-RC
               IF WS-RC = 0
                   PERFORM CHEQUE-STOCK-ONE-RANGE
                   MOVE 0 TO WS-RC
               END-IF
           END-PERFORM
           CALL "cheque_stock_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
       CHEQUE-STOCK-ONE-RANGE.
           MOVE WS-CST-FIRST TO WS-CST-FROM-DISP
           MOVE WS-CST-LAST TO WS-CST-NO-DISP
           DISPLAY " "
           DISPLAY "Account '" FUNCTION TRIM(WS-CST-ACCOUNT)
                   "'  stock " FUNCTION TRIM(WS-CST-FROM-DISP)
                   " .. " FUNCTION TRIM(WS-CST-NO-DISP)
           MOVE 0 TO WS-CST-USED WS-CST-VOID WS-CST-BLANK
                     WS-CST-BLANK-FROM
           PERFORM VARYING WS-CST-NO FROM WS-CST-FIRST BY 1
                   UNTIL WS-CST-NO > WS-CST-LAST
               MOVE SPACES TO WS-CST-STATUS WS-ARG-PAYEE
               MOVE 0 TO WS-LIST-AMOUNT
               CALL "cheque_number_status"
                    USING BY REFERENCE WS-CST-ACCOUNT
                          BY VALUE WS-CST-NO
                          BY REFERENCE WS-CST-STATUS
                          BY REFERENCE WS-ARG-PAYEE
                          BY REFERENCE WS-LIST-AMOUNT
                    RETURNING WS-RC
               IF WS-RC NOT = 0
                       OR FUNCTION TRIM(WS-CST-STATUS) = "blank"
                   ADD 1 TO WS-CST-BLANK
                   IF WS-CST-BLANK-FROM = 0
                       MOVE WS-CST-NO TO WS-CST-BLANK-FROM
                   END-IF
               ELSE
                   PERFORM CHEQUE-STOCK-FLUSH-BLANK
                   IF FUNCTION TRIM(WS-CST-STATUS) = "void"
                       ADD 1 TO WS-CST-VOID
                   ELSE
                       ADD 1 TO WS-CST-USED
                   END-IF
                   MOVE WS-CST-NO TO WS-CST-FROM-DISP
                   COMPUTE WS-AMOUNT-DISP = WS-LIST-AMOUNT / 100
                   DISPLAY "  " WS-CST-FROM-DISP "  "
                           WS-CST-STATUS "  " WS-AMOUNT-DISP "  "
                           FUNCTION TRIM(WS-ARG-PAYEE)
               END-IF
           END-PERFORM
           PERFORM CHEQUE-STOCK-FLUSH-BLANK

           MOVE WS-CST-USED TO WS-CST-USED-DISP
           MOVE WS-CST-VOID TO WS-CST-VOID-DISP
           MOVE WS-CST-BLANK TO WS-CST-BLANK-DISP
           DISPLAY "  used " FUNCTION TRIM(WS-CST-USED-DISP)
                   ", void " FUNCTION TRIM(WS-CST-VOID-DISP)
                   ", blank " FUNCTION TRIM(WS-CST-BLANK-DISP).

      *> ---------------------------------------------------------
      *> 连续空白号合成一行 (从 .. 到)
      *> ---------------------------------------------------------
       CHEQUE-STOCK-FLUSH-BLANK.
           IF WS-CST-BLANK-FROM = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CST-BLANK-FROM TO WS-CST-FROM-DISP
           COMPUTE WS-CST-NO-DISP = WS-CST-NO - 1
           DISPLAY "  " WS-CST-FROM-DISP "  blank        .. "
                   FUNCTION TRIM(WS-CST-NO-DISP)
           MOVE 0 TO WS-CST-BLANK-FROM.

      *> ---------------------------------------------------------
      *> 零星付款的 --cheque: 给的是 print (大小写不论) 时不是
      *> 支票号, 入账时支票号留空, 落账后把这笔送进打印队列
      *> (与 ap pay --cheque print 同一队列)
      *> ---------------------------------------------------------
       CHEQUE-ADD-PREP.
           MOVE WS-ARG-CHEQUE TO WS-CHQ-ADD-NO
           MOVE 0 TO WS-CHQ-ADD-QUEUE
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ARG-CHEQUE))
                   = "print"
               MOVE SPACES TO WS-CHQ-ADD-NO
               MOVE 1 TO WS-CHQ-ADD-QUEUE
           END-IF.

      *> ---------------------------------------------------------
      *> 刚由 tx_add 落账的行进支票打印队列 (CHEQUE-ADD-PREP 置
      *> 了标记时); 返回码用 WS-CHQ-RC, 不打扰调用方
      *> ---------------------------------------------------------
       CHEQUE-QUEUE-LAST.
           IF WS-CHQ-ADD-QUEUE = 0
               EXIT PARAGRAPH
           END-IF
           CALL "tx_last_id" USING BY REFERENCE WS-CHQ-TX-ID
                             RETURNING WS-CHQ-RC
           IF WS-CHQ-RC = 0
               CALL "cheque_queue_tx" USING BY VALUE WS-CHQ-TX-ID
                                      RETURNING WS-CHQ-RC
           END-IF
           IF WS-CHQ-RC = 0
               DISPLAY "Payment queued for cheque printing"
           ELSE
               DISPLAY "Warning: payment could not be queued "
                       "for cheque printing"
           END-IF.

      *> ---------------------------------------------------------
      *> CHEQUE-PRINT - 打印 --account 上待开票的付款: 'ap pay
      *> --cheque print' 的供应商付款和 'add --cheque print' 的
      *> 零星付款都进这个队列. 每张从该账户登记的号段顺序取下
      *> 一个号 (取号即登入支票登记簿), 票面带英文金额大写,
      *> 存根列出所付账单; 与 AR-INVOICE 同一定宽打印纪律
      *> ---------------------------------------------------------
       CHEQUE-PRINT.
           IF WS-ARG-ACCOUNT = SPACES
               DISPLAY "Error: --account is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CHP-COUNT
           CALL "cheque_queue_begin" USING BY REFERENCE WS-ARG-ACCOUNT
                                     RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0 OR WS-CHP-COUNT >= 100
               CALL "cheque_queue_next"
                    USING BY REFERENCE WS-LIST-ID
                          BY REFERENCE WS-LIST-DATE
                          BY REFERENCE WS-ARG-PAYEE
                          BY REFERENCE WS-LIST-AMOUNT
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-CHP-COUNT
                   MOVE WS-LIST-ID TO WS-CHP-TX-ID(WS-CHP-COUNT)
                   MOVE WS-LIST-DATE TO WS-CHP-DATE(WS-CHP-COUNT)
                   MOVE WS-ARG-PAYEE TO WS-CHP-PAYEE(WS-CHP-COUNT)
                   MOVE WS-LIST-AMOUNT
                        TO WS-CHP-AMOUNT(WS-CHP-COUNT)
               END-IF
           END-PERFORM
           CALL "cheque_queue_end" RETURNING WS-RC

           IF WS-CHP-COUNT = 0
               DISPLAY "No payments waiting for a cheque on '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT) "'"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
           IF WS-OUT-PATH NOT = SPACES
               MOVE WS-OUT-PATH TO WS-PRINT-PATH
           ELSE
               MOVE SPACES TO WS-PRINT-PATH
               STRING "./export/cheques_" WS-DT-YEAR WS-DT-MONTH
                      WS-DT-DAY WS-DT-HOUR WS-DT-MIN WS-DT-SEC ".txt"
                      DELIMITED SIZE INTO WS-PRINT-PATH
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Error: Cannot create cheque print file "
                       FUNCTION TRIM(WS-PRINT-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CHP-PRINTED
           PERFORM VARYING WS-CHP-IDX FROM 1 BY 1
                   UNTIL WS-CHP-IDX > WS-CHP-COUNT
                      OR WS-RETURN-CODE NOT = 0
               PERFORM CHEQUE-PRINT-ONE
           END-PERFORM
           CLOSE PRINT-FILE

           MOVE WS-CHP-PRINTED TO WS-CHP-PRINTED-DISP
           DISPLAY FUNCTION TRIM(WS-CHP-PRINTED-DISP)
                   " cheque(s) written to "
                   FUNCTION TRIM(WS-PRINT-PATH)
           DISPLAY "A misprinted cheque must be logged with "
                   "'ledger cheque spoil --account A --cheque N'".

      *> ---------------------------------------------------------
      *> 取号并打一张: 票面 + 存根
      *> ---------------------------------------------------------
       CHEQUE-PRINT-ONE.
           MOVE SPACES TO WS-CHQ-NO
           CALL "cheque_stock_take"
                USING BY REFERENCE WS-ARG-ACCOUNT
                      BY VALUE WS-CHP-TX-ID(WS-CHP-IDX)
                      BY REFERENCE WS-CHQ-NO
                RETURNING WS-RC
           IF WS-RC = 7
               DISPLAY "Error: No blank cheque numbers left for '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT)
                       "' - register stock with 'ledger cheque "
                       "stock'"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Cannot assign a cheque number"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHP-PRINTED

           MOVE WS-CHP-AMOUNT(WS-CHP-IDX) TO WS-AMOUNT-CENTS
           PERFORM CHEQUE-AMOUNT-WORDS
           COMPUTE WS-DISP-CHP-PROTECT = WS-AMOUNT-CENTS / 100

           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-CONFIG-BIZ-NAME(1:50) "          CHEQUE NO. "
                  FUNCTION TRIM(WS-CHQ-NO)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-CONFIG-BIZ-ADDR(1:50) "          DATE: "
                  WS-CHP-DATE(WS-CHP-IDX)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PAY TO THE ORDER OF: " WS-CHP-PAYEE(WS-CHP-IDX)
                  " " WS-DISP-CHP-PROTECT
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CHW-TEXT TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "_____________________________"
                TO WS-PRINT-LINE(41:)
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "AUTHORISED SIGNATURE" TO WS-PRINT-LINE(41:)
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "- - - - - - - - - - - - - - - - - - - - - - - - - -"
                TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE

      *>   存根: 所付账单逐张列出 (零星付款列出其备注)
           MOVE SPACES TO WS-PRINT-LINE
           STRING "STUB  CHEQUE NO. " FUNCTION TRIM(WS-CHQ-NO)
                  "  " FUNCTION TRIM(WS-CHP-PAYEE(WS-CHP-IDX))
                  "  " WS-CHP-DATE(WS-CHP-IDX)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "BILL        DUE                   AMOUNT  NOTE"
                TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           CALL "cheque_stub_begin"
                USING BY VALUE WS-CHP-TX-ID(WS-CHP-IDX)
                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "cheque_stub_next"
                    USING BY REFERENCE WS-CHP-STUB-BILL
                          BY REFERENCE WS-CHP-STUB-DUE
                          BY REFERENCE WS-CHP-STUB-AMT
                          BY REFERENCE WS-CHP-STUB-NOTE
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-DISP-CHP-STUB = WS-CHP-STUB-AMT / 100
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING WS-CHP-STUB-BILL "  " WS-CHP-STUB-DUE
                          "  " WS-DISP-CHP-STUB "  "
                          FUNCTION TRIM(WS-CHP-STUB-NOTE)
                          DELIMITED SIZE INTO WS-PRINT-LINE
                   WRITE WS-PRINT-LINE
               END-IF
           END-PERFORM
           CALL "cheque_stub_end" RETURNING WS-RC
           COMPUTE WS-DISP-CHP-STUB = WS-AMOUNT-CENTS / 100
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL                         " WS-DISP-CHP-STUB
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "=================================================="
                TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE

           DISPLAY "  cheque " FUNCTION TRIM(WS-CHQ-NO) "  "
                   FUNCTION TRIM(WS-CHP-PAYEE(WS-CHP-IDX)) "  "
                   WS-DISP-CHP-PROTECT.

      *> ---------------------------------------------------------
      *> CHEQUE-AMOUNT-WORDS - WS-AMOUNT-CENTS 转英文大写
      *> 例: ONE THOUSAND TWO HUNDRED FIVE AND 07/100 ****
      *> ---------------------------------------------------------
       CHEQUE-AMOUNT-WORDS.
           MOVE SPACES TO WS-CHW-TEXT
           MOVE 1 TO WS-CHW-PTR
           COMPUTE WS-CHW-DOLLARS = WS-AMOUNT-CENTS / 100
           COMPUTE WS-CHW-CENTS =
                   WS-AMOUNT-CENTS - WS-CHW-DOLLARS * 100
           COMPUTE WS-CHW-MILL = WS-CHW-DOLLARS / 1000000
           COMPUTE WS-CHW-THOU =
                   (WS-CHW-DOLLARS - WS-CHW-MILL * 1000000) / 1000
           COMPUTE WS-CHW-UNIT = WS-CHW-DOLLARS
                   - WS-CHW-MILL * 1000000 - WS-CHW-THOU * 1000

           IF WS-CHW-DOLLARS = 0
               STRING "ZERO " DELIMITED SIZE
                      INTO WS-CHW-TEXT WITH POINTER WS-CHW-PTR
           END-IF
           IF WS-CHW-MILL > 0
               MOVE WS-CHW-MILL TO WS-CHW-GROUP
               PERFORM CHEQUE-WORDS-GROUP
               STRING "MILLION " DELIMITED SIZE
                      INTO WS-CHW-TEXT WITH POINTER WS-CHW-PTR
           END-IF
           IF WS-CHW-THOU > 0
               MOVE WS-CHW-THOU TO WS-CHW-GROUP
               PERFORM CHEQUE-WORDS-GROUP
               STRING "THOUSAND " DELIMITED SIZE
                      INTO WS-CHW-TEXT WITH POINTER WS-CHW-PTR
           END-IF
           IF WS-CHW-UNIT > 0
               MOVE WS-CHW-UNIT TO WS-CHW-GROUP
               PERFORM CHEQUE-WORDS-GROUP
           END-IF
           STRING "AND " WS-CHW-CENTS "/100 " DELIMITED SIZE
                  INTO WS-CHW-TEXT WITH POINTER WS-CHW-PTR
      *>   余位补星号防涂改
           PERFORM UNTIL WS-CHW-PTR > 80
               STRING "*" DELIMITED SIZE
                      INTO WS-CHW-TEXT WITH POINTER WS-CHW-PTR
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 一段三位数 (0-999) 拼成英文, 接在 WS-CHW-TEXT 之后
      *> ---------------------------------------------------------
       CHEQUE-WORDS-GROUP.
           COMPUTE WS-CHW-HUND = WS-CHW-GROUP / 100
           COMPUTE WS-CHW-TU = WS-CHW-GROUP - WS-CHW-HUND * 100
           COMPUTE WS-CHW-T = WS-CHW-TU / 10
           COMPUTE WS-CHW-U = WS-CHW-TU - WS-CHW-T * 10
           IF WS-CHW-HUND > 0
               MOVE WS-CHW-HUND TO WS-CHW-N
               PERFORM CHEQUE-WORD-FOR-N
               STRING FUNCTION TRIM(WS-CHW-WORD) " HUNDRED "
                      DELIMITED SIZE
                      INTO WS-CHW-TEXT WITH POINTER WS-CHW-PTR
           END-IF
           IF WS-CHW-TU = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CHW-TU < 20
               MOVE WS-CHW-TU TO WS-CHW-N
               PERFORM CHEQUE-WORD-FOR-N
               STRING FUNCTION TRIM(WS-CHW-WORD) " "
                      DELIMITED SIZE
                      INTO WS-CHW-TEXT WITH POINTER WS-CHW-PTR
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CHW-T
               WHEN 2 MOVE "TWENTY" TO WS-CHW-WORD
               WHEN 3 MOVE "THIRTY" TO WS-CHW-WORD
               WHEN 4 MOVE "FORTY" TO WS-CHW-WORD
               WHEN 5 MOVE "FIFTY" TO WS-CHW-WORD
               WHEN 6 MOVE "SIXTY" TO WS-CHW-WORD
               WHEN 7 MOVE "SEVENTY" TO WS-CHW-WORD
               WHEN 8 MOVE "EIGHTY" TO WS-CHW-WORD
               WHEN OTHER MOVE "NINETY" TO WS-CHW-WORD
           END-EVALUATE
           STRING FUNCTION TRIM(WS-CHW-WORD) DELIMITED SIZE
                  INTO WS-CHW-TEXT WITH POINTER WS-CHW-PTR
           IF WS-CHW-U > 0
               MOVE WS-CHW-U TO WS-CHW-N
               PERFORM CHEQUE-WORD-FOR-N
               STRING "-" FUNCTION TRIM(WS-CHW-WORD) DELIMITED SIZE
                      INTO WS-CHW-TEXT WITH POINTER WS-CHW-PTR
           END-IF
           STRING " " DELIMITED SIZE
                  INTO WS-CHW-TEXT WITH POINTER WS-CHW-PTR.

      *> ---------------------------------------------------------
       CHEQUE-WORD-FOR-N.
           EVALUATE WS-CHW-N
               WHEN 1 MOVE "ONE" TO WS-CHW-WORD
               WHEN 2 MOVE "TWO" TO WS-CHW-WORD
               WHEN 3 MOVE "THREE" TO WS-CHW-WORD
               WHEN 4 MOVE "FOUR" TO WS-CHW-WORD
               WHEN 5 MOVE "FIVE" TO WS-CHW-WORD
               WHEN 6 MOVE "SIX" TO WS-CHW-WORD
               WHEN 7 MOVE "SEVEN" TO WS-CHW-WORD
               WHEN 8 MOVE "EIGHT" TO WS-CHW-WORD
               WHEN 9 MOVE "NINE" TO WS-CHW-WORD
               WHEN 10 MOVE "TEN" TO WS-CHW-WORD
               WHEN 11 MOVE "ELEVEN" TO WS-CHW-WORD
               WHEN 12 MOVE "TWELVE" TO WS-CHW-WORD
               WHEN 13 MOVE "THIRTEEN" TO WS-CHW-WORD
               WHEN 14 MOVE "FOURTEEN" TO WS-CHW-WORD
               WHEN 15 MOVE "FIFTEEN" TO WS-CHW-WORD
               WHEN 16 MOVE "SIXTEEN" TO WS-CHW-WORD
               WHEN 17 MOVE "SEVENTEEN" TO WS-CHW-WORD
               WHEN 18 MOVE "EIGHTEEN" TO WS-CHW-WORD
               WHEN 19 MOVE "NINETEEN" TO WS-CHW-WORD
               WHEN OTHER MOVE SPACES TO WS-CHW-WORD
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> CHEQUE-SPOIL - 打坏/作废的空白支票登记成 VOID (号码不再
      *> 发放), 若该号已挂在某笔付款上, 付款退回打印队列, 下次
      *> 'cheque print' 取新号重打
      *> ---------------------------------------------------------
       CHEQUE-SPOIL.
           IF WS-ARG-ACCOUNT = SPACES OR WS-ARG-CHEQUE = SPACES
               DISPLAY "Error: --account and --cheque are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "cheque_spoil" USING BY REFERENCE WS-ARG-ACCOUNT
                                     BY REFERENCE WS-ARG-CHEQUE
                                     BY REFERENCE WS-OPERATOR
                               RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Cheque " FUNCTION TRIM(WS-ARG-CHEQUE)
                       " is not in a stock range registered for '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC = 7
               DISPLAY "Error: Cheque " FUNCTION TRIM(WS-ARG-CHEQUE)
                       " has already cleared or been voided"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to log the spoiled cheque"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cheque " FUNCTION TRIM(WS-ARG-CHEQUE)
                   " logged as VOID; any payment it carried is "
                   "back in the print queue".

      *> ============================================================
      *> CMD: ar - 应收款登记簿 (add/pay/list)
      *> 借出去的钱不再只记一笔支出: 谁欠/欠多少/从何时起/何时到期
      *> 都有记录, 部分还款逐笔冲减, 账龄见 'report aging'
      *> ============================================================
       CMD-AR.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6

           EVALUATE WS-SUBCOMMAND
               WHEN "add"
                   PERFORM AR-ADD
               WHEN "pay"
                   PERFORM AR-PAY
               WHEN "list"
                   PERFORM AR-LIST
               WHEN "invoice"
                   PERFORM AR-INVOICE
               WHEN "invoices"
                   PERFORM AR-INVOICES
               WHEN "credit"
                   PERFORM AR-CREDIT
               WHEN "credits"
                   PERFORM AR-CREDITS
               WHEN "use-credit"
                   PERFORM AR-USE-CREDIT
               WHEN "refund-credit"
                   PERFORM AR-REFUND-CREDIT
               WHEN OTHER
                   DISPLAY "Error: ar requires a subcommand"
                   DISPLAY "Usage: ledger ar add --payee <who> "
                           "--amount N --date YYYY-MM-DD "
                           "[--due YYYY-MM-DD] [--id <tx id>]"
                   DISPLAY "       ledger ar pay --id <ar id> "
                           "--amount N --date YYYY-MM-DD"
                   DISPLAY "       ledger ar list"
                   DISPLAY "       ledger ar invoice --id <ar id>"
                   DISPLAY "       ledger ar invoices"
                   DISPLAY "       ledger ar credit --id <ar id> "
                           "--amount N --date YYYY-MM-DD "
                           "[--note reason]"
                   DISPLAY "       ledger ar credits"
                   DISPLAY "       ledger ar use-credit --id <ar id> "
                           "--date YYYY-MM-DD"
                   DISPLAY "       ledger ar refund-credit --payee "
                           "<who> --amount N --date YYYY-MM-DD "
                           "--account A"
                   DISPLAY "       ledger report aging"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> AR-ADD - 登记一笔应收; --id 可挂到既有交易上
      *> (付款人以 tx 的 payee 字段为锚)
      *> ---------------------------------------------------------
       AR-ADD.
           IF WS-ARG-PAYEE = SPACES OR WS-ARG-AMOUNT = SPACES
              OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --payee, --amount and --date are "
                       "required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG

           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100

           CALL "ar_add" USING BY REFERENCE WS-ARG-PAYEE
                               BY VALUE WS-AMOUNT-CENTS
                               BY REFERENCE WS-ARG-DATE
                               BY REFERENCE WS-ARG-DUE
                               BY VALUE WS-ARG-ID
                         RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add receivable"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Receivable from '" FUNCTION TRIM(WS-ARG-PAYEE)
                   "' recorded".

      *> ---------------------------------------------------------
      *> AR-PAY - 冲减一笔应收 (部分还款)
      *> ---------------------------------------------------------
       AR-PAY.
           IF WS-ARG-ID = 0 OR WS-ARG-AMOUNT = SPACES
              OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --id, --amount and --date are "
                       "required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100

           CALL "ar_pay" USING BY VALUE WS-ARG-ID
                               BY VALUE WS-AMOUNT-CENTS
                               BY REFERENCE WS-ARG-DATE
                               BY REFERENCE WS-AR-OPEN
                         RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Receivable " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC = 7
               DISPLAY "Error: Payment exceeds the open balance"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to apply payment"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DISP-AR-OPEN = WS-AR-OPEN / 100
           IF WS-AR-OPEN = 0
               DISPLAY "Receivable " WS-ARG-ID " settled in full"
           ELSE
               DISPLAY "Payment applied, open balance now "
                       WS-DISP-AR-OPEN
           END-IF.

      *> ---------------------------------------------------------
       AR-LIST.
           DISPLAY "ID        PAYEE                 ORIGINAL     "
                   "OPEN         SINCE       DUE"
           CALL "ar_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "ar_list_next"
                    USING BY REFERENCE WS-AR-ID
                          BY REFERENCE WS-AR-PAYEE
                          BY REFERENCE WS-AR-ORIG
                          BY REFERENCE WS-AR-OPEN
                          BY REFERENCE WS-AR-SINCE
                          BY REFERENCE WS-AR-DUE
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-AR-ID TO WS-LIST-ID-DISP
                   COMPUTE WS-DISP-AR-ORIG = WS-AR-ORIG / 100
                   COMPUTE WS-DISP-AR-OPEN = WS-AR-OPEN / 100
                   DISPLAY WS-LIST-ID-DISP "  "
                           FUNCTION TRIM(WS-AR-PAYEE) "  "
                           WS-DISP-AR-ORIG "  " WS-DISP-AR-OPEN
                           "  " FUNCTION TRIM(WS-AR-SINCE) "  "
                           FUNCTION TRIM(WS-AR-DUE)
                   PERFORM AR-LIST-CREDIT-MEMOS
               END-IF
           END-PERFORM
           CALL "ar_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> AR-INVOICE - 把一笔应收渲染成可打印的定宽发票文档
      *> (与 export_report_print 同一打印纪律: 定宽文本落盘).
      *> 发票号由登记簿顺序发放, 同一笔应收重打沿用既有号码,
      *> 号段因此不会出现断号
      *> ---------------------------------------------------------
       AR-INVOICE.
           IF WS-ARG-ID = 0
               DISPLAY "Error: --id is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CONFIG-BIZ-NAME = SPACES
               DISPLAY "Error: set business_name (and "
                       "business_address) in .ledgerrc first"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "ar_get" USING BY VALUE WS-ARG-ID
                               BY REFERENCE WS-AR-PAYEE
                               BY REFERENCE WS-AR-ORIG
                               BY REFERENCE WS-AR-OPEN
                               BY REFERENCE WS-AR-SINCE
                               BY REFERENCE WS-AR-DUE
                         RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Receivable " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   发票号: 首次开票顺序取号并登记, 重打返回已登记的号码
           CALL "invoice_next_no" USING BY VALUE WS-ARG-ID
                                        BY REFERENCE WS-INV-NO
                                  RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Cannot allocate invoice number"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INV-NO TO WS-INV-NO-DISP

           IF WS-OUT-PATH NOT = SPACES
               MOVE WS-OUT-PATH TO WS-PRINT-PATH
           ELSE
               MOVE SPACES TO WS-PRINT-PATH
               STRING "./export/invoice_" WS-INV-NO-DISP ".txt"
                      DELIMITED SIZE INTO WS-PRINT-PATH
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Error: Cannot create invoice file "
                       FUNCTION TRIM(WS-PRINT-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DISP-AR-ORIG = WS-AR-ORIG / 100
           COMPUTE WS-DISP-AR-OPEN = WS-AR-OPEN / 100

           MOVE SPACES TO WS-PRINT-LINE
           STRING FUNCTION TRIM(WS-CONFIG-BIZ-NAME)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           IF WS-CONFIG-BIZ-ADDR NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING FUNCTION TRIM(WS-CONFIG-BIZ-ADDR)
                      DELIMITED SIZE INTO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "INVOICE NO. " WS-INV-NO-DISP
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "------------------------------------------"
                TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BILL TO:    " FUNCTION TRIM(WS-AR-PAYEE)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DATE:       " FUNCTION TRIM(WS-AR-SINCE)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DUE DATE:   " FUNCTION TRIM(WS-AR-DUE)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "AMOUNT:     " WS-DISP-AR-ORIG
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           IF WS-AR-OPEN NOT = WS-AR-ORIG
               MOVE SPACES TO WS-PRINT-LINE
               STRING "BALANCE DUE:" WS-DISP-AR-OPEN
                      DELIMITED SIZE INTO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "------------------------------------------"
                TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           CLOSE PRINT-FILE

           DISPLAY "Invoice " WS-INV-NO-DISP " written to "
                   FUNCTION TRIM(WS-PRINT-PATH).

      *> ---------------------------------------------------------
      *> AR-CREDIT - 开一张贷项通知单冲减已开发票: 号码取自
      *> 独立的贷项号段 (credit_memo_next_no, 与发票号互不相干),
      *> 引用原发票号, 与 AR-INVOICE 同一定宽版式落盘. 超出
      *> 发票未收余额的部分转成该客户的预收贷项, 日后
      *> 'ar use-credit' 冲下一张发票或 'ar refund-credit' 退款
      *> ---------------------------------------------------------
       AR-CREDIT.
           IF WS-ARG-ID = 0 OR WS-ARG-AMOUNT = SPACES
              OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --id, --amount and --date are "
                       "required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CONFIG-BIZ-NAME = SPACES
               DISPLAY "Error: set business_name (and "
                       "business_address) in .ledgerrc first"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "ar_get" USING BY VALUE WS-ARG-ID
                               BY REFERENCE WS-AR-PAYEE
                               BY REFERENCE WS-AR-ORIG
                               BY REFERENCE WS-AR-OPEN
                               BY REFERENCE WS-AR-SINCE
                               BY REFERENCE WS-AR-DUE
                         RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Receivable " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *>   贷项必须冲已开出的发票 (不为冲贷项临时开号)
           CALL "invoice_no_for_ar" USING BY VALUE WS-ARG-ID
                                          BY REFERENCE WS-INV-NO
                                    RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Receivable " WS-ARG-ID " has no "
                       "invoice issued - run 'ledger ar invoice' "
                       "first"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INV-NO TO WS-INV-NO-DISP

           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100
           MOVE WS-ARG-NOTE TO WS-CM-NOTE

      *>   单据文件先开出来再取号入账, 开不了就什么都不记. 没给
      *>   --out 时号码还没有, 先写按应收号命名的工作文件, 写完
      *>   改名为 creditmemo_<号码>.txt
           IF WS-OUT-PATH NOT = SPACES
               MOVE WS-OUT-PATH TO WS-PRINT-PATH
           ELSE
               MOVE SPACES TO WS-PRINT-PATH
               STRING "./export/creditmemo_ar" WS-ARG-ID ".tmp"
                      DELIMITED SIZE INTO WS-PRINT-PATH
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Error: Cannot create credit memo file "
                       FUNCTION TRIM(WS-PRINT-PATH)
                       " - nothing recorded"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "credit_memo_add" USING BY VALUE WS-ARG-ID
                                        BY VALUE WS-AMOUNT-CENTS
                                        BY REFERENCE WS-ARG-DATE
                                        BY REFERENCE WS-CM-NOTE
                                        BY REFERENCE WS-CM-NO
                                        BY REFERENCE WS-CM-APPLIED
                                        BY REFERENCE WS-CM-EXCESS
                                  RETURNING WS-RC
           IF WS-RC NOT = 0
               CLOSE PRINT-FILE
               CALL "CBL_DELETE_FILE" USING WS-PRINT-PATH
               DISPLAY "Error: Failed to record the credit memo"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CM-NO TO WS-CM-NO-DISP

           COMPUTE WS-DISP-CM-AMT = WS-AMOUNT-CENTS / 100
           COMPUTE WS-DISP-CM-APPLIED = WS-CM-APPLIED / 100
           COMPUTE WS-DISP-CM-EXCESS = WS-CM-EXCESS / 100
           MOVE SPACES TO WS-PRINT-LINE
           STRING FUNCTION TRIM(WS-CONFIG-BIZ-NAME)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           IF WS-CONFIG-BIZ-ADDR NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING FUNCTION TRIM(WS-CONFIG-BIZ-ADDR)
                      DELIMITED SIZE INTO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CREDIT MEMO NO. " WS-CM-NO-DISP
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "------------------------------------------"
                TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CREDIT TO:  " FUNCTION TRIM(WS-AR-PAYEE)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DATE:       " FUNCTION TRIM(WS-ARG-DATE)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "INVOICE:    " WS-INV-NO-DISP
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           IF WS-CM-NOTE NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING "REASON:     " FUNCTION TRIM(WS-CM-NOTE)
                      DELIMITED SIZE INTO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CREDIT:     " WS-DISP-CM-AMT
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "APPLIED TO INVOICE:    " WS-DISP-CM-APPLIED
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           IF WS-CM-EXCESS > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "HELD AS ACCOUNT CREDIT:" WS-DISP-CM-EXCESS
                      DELIMITED SIZE INTO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "------------------------------------------"
                TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           CLOSE PRINT-FILE

           IF WS-OUT-PATH = SPACES
               MOVE WS-PRINT-PATH TO WS-CM-WORK-PATH
               MOVE SPACES TO WS-PRINT-PATH
               STRING "./export/creditmemo_" WS-CM-NO-DISP ".txt"
                      DELIMITED SIZE INTO WS-PRINT-PATH
               CALL "CBL_RENAME_FILE" USING WS-CM-WORK-PATH
                                            WS-PRINT-PATH
               IF RETURN-CODE NOT = 0
                   DISPLAY "Warning: could not rename "
                           FUNCTION TRIM(WS-CM-WORK-PATH)
                   MOVE WS-CM-WORK-PATH TO WS-PRINT-PATH
               END-IF
           END-IF

           DISPLAY "Credit memo " WS-CM-NO-DISP " against invoice "
                   WS-INV-NO-DISP " written to "
                   FUNCTION TRIM(WS-PRINT-PATH)
           DISPLAY "Applied to invoice: " WS-DISP-CM-APPLIED
           IF WS-CM-EXCESS > 0
               DISPLAY "Held as credit for '"
                       FUNCTION TRIM(WS-AR-PAYEE) "': "
                       WS-DISP-CM-EXCESS
           END-IF.

      *> ---------------------------------------------------------
      *> AR-CREDITS - 贷项通知单一览 + 各客户未用贷项余额
      *> ---------------------------------------------------------
       AR-CREDITS.
           DISPLAY "MEMO    INVOICE  DATE        CUSTOMER            "
                   "    CREDIT       APPLIED"
           CALL "credit_memo_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "credit_memo_list_next"
                    USING BY REFERENCE WS-CM-NO
                          BY REFERENCE WS-INV-NO
                          BY REFERENCE WS-CM-DATE
                          BY REFERENCE WS-AR-PAYEE
                          BY REFERENCE WS-CM-AMOUNT
                          BY REFERENCE WS-CM-APPLIED
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-CM-NO TO WS-CM-NO-DISP
                   MOVE WS-INV-NO TO WS-INV-NO-DISP
                   COMPUTE WS-DISP-CM-AMT = WS-CM-AMOUNT / 100
                   COMPUTE WS-DISP-CM-APPLIED = WS-CM-APPLIED / 100
                   DISPLAY WS-CM-NO-DISP "  " WS-INV-NO-DISP "   "
                           FUNCTION TRIM(WS-CM-DATE) "  "
                           FUNCTION TRIM(WS-AR-PAYEE) "  "
                           WS-DISP-CM-AMT "  " WS-DISP-CM-APPLIED
               END-IF
           END-PERFORM
           CALL "credit_memo_list_end" RETURNING WS-RC
           PERFORM AR-CUSTOMER-CREDIT-LIST.

      *> ---------------------------------------------------------
      *> 客户预收贷项余额 (贷项超出部分, 尚未冲用或退款)
      *> ---------------------------------------------------------
       AR-CUSTOMER-CREDIT-LIST.
           MOVE 0 TO WS-CM-TOTAL
           DISPLAY " "
           DISPLAY "Customer credit on account"
           CALL "customer_credit_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "customer_credit_next"
                    USING BY REFERENCE WS-AR-PAYEE
                          BY REFERENCE WS-CM-CREDIT
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD WS-CM-CREDIT TO WS-CM-TOTAL
                   COMPUTE WS-DISP-CM-EXCESS = WS-CM-CREDIT / 100
                   DISPLAY "  " WS-AR-PAYEE(1:30) "  "
                           WS-DISP-CM-EXCESS
               END-IF
           END-PERFORM
           CALL "customer_credit_end" RETURNING WS-RC
           COMPUTE WS-DISP-CM-EXCESS = WS-CM-TOTAL / 100
           DISPLAY "  TOTAL                           "
                   WS-DISP-CM-EXCESS.

      *> ---------------------------------------------------------
      *> AR-USE-CREDIT - 用该发票客户的预收贷项冲这张发票
      *> (冲到发票结清或贷项用完为止)
      *> ---------------------------------------------------------
       AR-USE-CREDIT.
           IF WS-ARG-ID = 0 OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --id and --date are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "customer_credit_apply" USING BY VALUE WS-ARG-ID
                                              BY REFERENCE WS-ARG-DATE
                                              BY REFERENCE WS-CM-APPLIED
                                              BY REFERENCE WS-AR-OPEN
                                        RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Receivable " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC = 7
               DISPLAY "Error: Customer has no credit on account"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to apply customer credit"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DISP-CM-APPLIED = WS-CM-APPLIED / 100
           COMPUTE WS-DISP-AR-OPEN = WS-AR-OPEN / 100
           DISPLAY "Customer credit applied: " WS-DISP-CM-APPLIED
                   ", receivable " WS-ARG-ID " open balance now "
                   WS-DISP-AR-OPEN.

      *> ---------------------------------------------------------
      *> AR-REFUND-CREDIT - 把客户预收贷项退款 (从 --account 付出)
      *> ---------------------------------------------------------
       AR-REFUND-CREDIT.
           IF WS-ARG-PAYEE = SPACES OR WS-ARG-AMOUNT = SPACES
              OR WS-ARG-DATE = SPACES OR WS-ARG-ACCOUNT = SPACES
               DISPLAY "Error: --payee, --amount, --date and "
                       "--account are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "customer_credit_refund"
                USING BY REFERENCE WS-ARG-PAYEE
                      BY VALUE WS-AMOUNT-CENTS
                      BY REFERENCE WS-ARG-DATE
                      BY REFERENCE WS-ARG-ACCOUNT
                RETURNING WS-RC
           IF WS-RC = 7
               DISPLAY "Error: Refund exceeds the credit held for '"
                       FUNCTION TRIM(WS-ARG-PAYEE) "'"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to refund customer credit"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DISP-CM-AMT = WS-AMOUNT-CENTS / 100
           DISPLAY "Refunded " WS-DISP-CM-AMT " of credit to '"
                   FUNCTION TRIM(WS-ARG-PAYEE) "' from '"
                   FUNCTION TRIM(WS-ARG-ACCOUNT) "'".

      *> ---------------------------------------------------------
      *> 列出冲减某笔应收的贷项通知单 (AR-LIST 逐行说明余额)
      *> ---------------------------------------------------------
       AR-LIST-CREDIT-MEMOS.
           CALL "credit_memo_for_ar_begin" USING BY VALUE WS-AR-ID
                                           RETURNING WS-RC-SAVE
           MOVE 0 TO WS-RC-SAVE
           PERFORM UNTIL WS-RC-SAVE NOT = 0
               CALL "credit_memo_for_ar_next"
                    USING BY REFERENCE WS-CM-NO
                          BY REFERENCE WS-CM-DATE
                          BY REFERENCE WS-CM-APPLIED
                    RETURNING WS-RC-SAVE
               IF WS-RC-SAVE = 0
                   MOVE WS-CM-NO TO WS-CM-NO-DISP
                   COMPUTE WS-DISP-CM-APPLIED =
                           0 - WS-CM-APPLIED / 100
                   DISPLAY "          credit memo " WS-CM-NO-DISP
                           "  " FUNCTION TRIM(WS-CM-DATE) "  "
                           WS-DISP-CM-APPLIED
               END-IF
           END-PERFORM
           CALL "credit_memo_for_ar_end" RETURNING WS-RC-SAVE.

      *> ---------------------------------------------------------
      *> AR-INVOICES - 发票登记一览, 顺带断号检查: 相邻号码差
      *> 大于 1 即为断号, 逐处点名, 会计师不用再来问 104 去哪了
      *> ---------------------------------------------------------
       AR-INVOICES.
           DISPLAY "INVOICE   AR ID     DATE        PAYEE       "
                   "          AMOUNT"
           MOVE 0 TO WS-INV-PREV-NO WS-INV-GAPS
           CALL "invoice_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "invoice_list_next"
                    USING BY REFERENCE WS-INV-NO
                          BY REFERENCE WS-INV-AR-ID
                          BY REFERENCE WS-INV-DATE
                          BY REFERENCE WS-AR-PAYEE
                          BY REFERENCE WS-AR-ORIG
                    RETURNING WS-RC
               IF WS-RC = 0
                   IF WS-INV-PREV-NO > 0
                           AND WS-INV-NO > WS-INV-PREV-NO + 1
                       ADD 1 TO WS-INV-GAPS
                       DISPLAY "  *** gap: invoice(s) "
                               WS-INV-PREV-NO " .. " WS-INV-NO
                               " missing in between"
                   END-IF
                   MOVE WS-INV-NO TO WS-INV-NO-DISP
                   MOVE WS-INV-AR-ID TO WS-LIST-ID-DISP
                   COMPUTE WS-DISP-AR-ORIG = WS-AR-ORIG / 100
                   DISPLAY WS-INV-NO-DISP "    " WS-LIST-ID-DISP
                           "  " FUNCTION TRIM(WS-INV-DATE) "  "
                           FUNCTION TRIM(WS-AR-PAYEE) "  "
                           WS-DISP-AR-ORIG
                   MOVE WS-INV-NO TO WS-INV-PREV-NO
               END-IF
           END-PERFORM
           CALL "invoice_list_end" RETURNING WS-RC

           MOVE WS-INV-GAPS TO WS-INV-GAPS-DISP
           DISPLAY " "
           IF WS-INV-GAPS = 0
               DISPLAY "OK: invoice numbering is sequential with "
                       "no gaps"
           ELSE
               DISPLAY FUNCTION TRIM(WS-INV-GAPS-DISP)
                       " gap(s) in the invoice number sequence"
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

      *> ============================================================
      *> CMD: dunning - 应收催收批 (run/list/dispute)
      *> 逐个客户按最老一张逾期发票的逾期天数定催收档位
      *> (.ledgerrc dunning_days, 缺省 15,30,60), 每个客户一封
      *> 定宽催款信 (与 AR-INVOICE 同一打印纪律), 档位越高措辞
      *> 越硬; 到 dunning_fee_level 档时可另挂一笔滞纳金应收
      *> (dunning_fee). 每个客户记住上次档位与发信日: 同一天重跑
      *> 不重发, 档位没升也不重发; 标了争议的客户跳过
      *> ============================================================
       CMD-DUNNING.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "run"
                   PERFORM DUNNING-RUN
               WHEN "list"
                   PERFORM DUNNING-LIST
               WHEN "dispute"
                   PERFORM DUNNING-DISPUTE
               WHEN OTHER
                   DISPLAY "Error: dunning requires a subcommand"
                   DISPLAY "Usage: ledger dunning run --date "
                           "YYYY-MM-DD [--dry-run]"
                   DISPLAY "       ledger dunning list"
                   DISPLAY "       ledger dunning dispute --payee "
                           "<who> [--set off]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> .ledgerrc 'dunning_days = 15,30,60' 拆成档位天数表
      *> ---------------------------------------------------------
       DUNNING-PARSE-DAYS.
           MOVE SPACES TO WS-DUN-CFG-F1 WS-DUN-CFG-F2 WS-DUN-CFG-F3
                          WS-DUN-CFG-F4 WS-DUN-CFG-F5
           UNSTRING WS-CONFIG-VALUE DELIMITED BY ","
               INTO WS-DUN-CFG-F1 WS-DUN-CFG-F2 WS-DUN-CFG-F3
                    WS-DUN-CFG-F4 WS-DUN-CFG-F5
           END-UNSTRING
           MOVE 0 TO WS-DUN-LEVELS
           IF WS-DUN-CFG-F1 NOT = SPACES
               ADD 1 TO WS-DUN-LEVELS
               COMPUTE WS-DUN-DAYS(WS-DUN-LEVELS) =
                       FUNCTION NUMVAL(WS-DUN-CFG-F1)
           END-IF
           IF WS-DUN-CFG-F2 NOT = SPACES
               ADD 1 TO WS-DUN-LEVELS
               COMPUTE WS-DUN-DAYS(WS-DUN-LEVELS) =
                       FUNCTION NUMVAL(WS-DUN-CFG-F2)
           END-IF
           IF WS-DUN-CFG-F3 NOT = SPACES
               ADD 1 TO WS-DUN-LEVELS
               COMPUTE WS-DUN-DAYS(WS-DUN-LEVELS) =
                       FUNCTION NUMVAL(WS-DUN-CFG-F3)
           END-IF
           IF WS-DUN-CFG-F4 NOT = SPACES
               ADD 1 TO WS-DUN-LEVELS
               COMPUTE WS-DUN-DAYS(WS-DUN-LEVELS) =
                       FUNCTION NUMVAL(WS-DUN-CFG-F4)
           END-IF
           IF WS-DUN-CFG-F5 NOT = SPACES
               ADD 1 TO WS-DUN-LEVELS
               COMPUTE WS-DUN-DAYS(WS-DUN-LEVELS) =
                       FUNCTION NUMVAL(WS-DUN-CFG-F5)
           END-IF.

      *> ---------------------------------------------------------
       DUNNING-RUN.
           IF WS-ARG-DATE = SPACES
               DISPLAY "Error: --date is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CONFIG-BIZ-NAME = SPACES
               DISPLAY "Error: set business_name (and "
                       "business_address) in .ledgerrc first"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-DUN-LEVELS = 0
               MOVE 15 TO WS-DUN-DAYS(1)
               MOVE 30 TO WS-DUN-DAYS(2)
               MOVE 60 TO WS-DUN-DAYS(3)
               MOVE 3 TO WS-DUN-LEVELS
           END-IF
           MOVE SPACES TO WS-DUN-DATE-KEY
           STRING WS-ARG-DATE(1:4) WS-ARG-DATE(6:2) WS-ARG-DATE(9:2)
                  DELIMITED SIZE INTO WS-DUN-DATE-KEY

      *>   先把逾期客户整批读进表, 再逐个出信 (出信时另开游标)
           MOVE 0 TO WS-DUN-COUNT
           CALL "dunning_cand_begin" USING BY REFERENCE WS-ARG-DATE
                                     RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0 OR WS-DUN-COUNT >= 200
               ADD 1 TO WS-DUN-COUNT
               CALL "dunning_cand_next"
                    USING BY REFERENCE WS-DUN-C-PAYEE(WS-DUN-COUNT)
                          BY REFERENCE WS-DUN-C-DAYS(WS-DUN-COUNT)
                          BY REFERENCE WS-DUN-C-OVERDUE(WS-DUN-COUNT)
                          BY REFERENCE WS-DUN-C-LAST(WS-DUN-COUNT)
                          BY REFERENCE
                             WS-DUN-C-LAST-DATE(WS-DUN-COUNT)
                          BY REFERENCE
                             WS-DUN-C-DISPUTE(WS-DUN-COUNT)
                    RETURNING WS-RC
               IF WS-RC NOT = 0
                   SUBTRACT 1 FROM WS-DUN-COUNT
               END-IF
           END-PERFORM
           CALL "dunning_cand_end" RETURNING WS-RC

           IF WS-ARG-DRY-RUN = 0
               MOVE "dunning" TO WS-RUN-TYPE
               PERFORM BEGIN-BATCH-RUN
           END-IF
           MOVE 0 TO WS-DUN-SENT WS-DUN-DISPUTED WS-DUN-ALREADY
                     WS-DUN-FEES
           PERFORM VARYING WS-DUN-IDX FROM 1 BY 1
                   UNTIL WS-DUN-IDX > WS-DUN-COUNT
               PERFORM DUNNING-ONE-CUSTOMER
           END-PERFORM
           IF WS-ARG-DRY-RUN = 0
               CALL "run_end" RETURNING WS-RC
           END-IF

           MOVE WS-DUN-SENT TO WS-DUN-SENT-DISP
           MOVE WS-DUN-DISPUTED TO WS-DUN-DISPUTED-DISP
           MOVE WS-DUN-ALREADY TO WS-DUN-ALREADY-DISP
           MOVE WS-DUN-FEES TO WS-DUN-FEES-DISP
           DISPLAY " "
           IF WS-ARG-DRY-RUN = 1
               DISPLAY "DRY RUN - no letters written, nothing "
                       "recorded"
           END-IF
           DISPLAY "Dunning " FUNCTION TRIM(WS-ARG-DATE) ": "
                   FUNCTION TRIM(WS-DUN-SENT-DISP) " letter(s), "
                   FUNCTION TRIM(WS-DUN-FEES-DISP) " late fee(s); "
                   FUNCTION TRIM(WS-DUN-DISPUTED-DISP)
                   " in dispute skipped, "
                   FUNCTION TRIM(WS-DUN-ALREADY-DISP)
                   " already reminded at this level".

      *> ---------------------------------------------------------
      *> 一个逾期客户: 定档, 判断是否要发信, 出信/挂滞纳金/记档
      *> ---------------------------------------------------------
       DUNNING-ONE-CUSTOMER.
           IF WS-DUN-C-DISPUTE(WS-DUN-IDX) = 1
               ADD 1 TO WS-DUN-DISPUTED
               DISPLAY "  " FUNCTION TRIM(WS-DUN-C-PAYEE(WS-DUN-IDX))
                       ": in dispute - skipped"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DUN-LEVEL
           PERFORM VARYING WS-DUN-LEVEL-IDX FROM 1 BY 1
                   UNTIL WS-DUN-LEVEL-IDX > WS-DUN-LEVELS
               IF WS-DUN-C-DAYS(WS-DUN-IDX) >=
                       WS-DUN-DAYS(WS-DUN-LEVEL-IDX)
                   MOVE WS-DUN-LEVEL-IDX TO WS-DUN-LEVEL
               END-IF
           END-PERFORM
           IF WS-DUN-LEVEL = 0
               EXIT PARAGRAPH
           END-IF

      *>   同一天已发过, 或档位没升: 不重发
           IF WS-DUN-C-LAST-DATE(WS-DUN-IDX) = WS-ARG-DATE
                   OR WS-DUN-LEVEL <= WS-DUN-C-LAST(WS-DUN-IDX)
               ADD 1 TO WS-DUN-ALREADY
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DUN-LEVEL TO WS-DUN-LEVEL-DISP
           COMPUTE WS-DISP-DUN-AMT =
                   WS-DUN-C-OVERDUE(WS-DUN-IDX) / 100
           IF WS-ARG-DRY-RUN = 1
               ADD 1 TO WS-DUN-SENT
               DISPLAY "  " FUNCTION TRIM(WS-DUN-C-PAYEE(WS-DUN-IDX))
                       ": would send level " WS-DUN-LEVEL-DISP
                       " letter, overdue " WS-DISP-DUN-AMT
               EXIT PARAGRAPH
           END-IF

      *>   信写不出只跳过这一户 (返回码 4 留给整批), 后面的客户
      *>   照常发信、记滞纳金并登记
           PERFORM DUNNING-WRITE-LETTER
           IF WS-DUN-LETTER-OK = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DUN-SENT
           DISPLAY "  " FUNCTION TRIM(WS-DUN-C-PAYEE(WS-DUN-IDX))
                   ": level " WS-DUN-LEVEL-DISP " letter "
                   FUNCTION TRIM(WS-PRINT-PATH)

      *>   滞纳金: 首次升到设定档位时挂一笔, 到期日即发信日
           IF WS-DUN-FEE-LEVEL > 0 AND WS-DUN-FEE-CENTS > 0
                   AND WS-DUN-LEVEL >= WS-DUN-FEE-LEVEL
                   AND WS-DUN-C-LAST(WS-DUN-IDX) < WS-DUN-FEE-LEVEL
               MOVE WS-ARG-DATE TO WS-AR-DUE
               CALL "ar_add"
                    USING BY REFERENCE WS-DUN-C-PAYEE(WS-DUN-IDX)
                          BY VALUE WS-DUN-FEE-CENTS
                          BY REFERENCE WS-ARG-DATE
                          BY REFERENCE WS-AR-DUE
                          BY VALUE 0
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-DUN-FEES
                   COMPUTE WS-DISP-DUN-AMT = WS-DUN-FEE-CENTS / 100
                   DISPLAY "    late fee " WS-DISP-DUN-AMT
                           " posted as a receivable"
               ELSE
                   DISPLAY "    Warning: late fee could not be "
                           "posted"
               END-IF
           END-IF

           CALL "dunning_record"
                USING BY REFERENCE WS-DUN-C-PAYEE(WS-DUN-IDX)
                      BY VALUE WS-DUN-LEVEL
                      BY REFERENCE WS-ARG-DATE
                      BY VALUE WS-RUN-ID
                RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "    Warning: letter not recorded - it will be "
                       "sent again on the next run"
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
      *> 催款信: 抬头 + 按档位措辞 + 逾期发票明细 + 合计
      *> ---------------------------------------------------------
       DUNNING-WRITE-LETTER.
      *>   文件名取批次号 + 客户名, 同日再跑一批不会覆盖上一批的信
           MOVE FUNCTION TRIM(WS-DUN-C-PAYEE(WS-DUN-IDX))
                TO WS-DUN-FILE-KEY
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
                WS-DUN-C-PAYEE(WS-DUN-IDX))) TO WS-DUN-KEY-LEN
           IF WS-DUN-C-PAYEE(WS-DUN-IDX) = SPACES
               MOVE "customer" TO WS-DUN-FILE-KEY
               MOVE 8 TO WS-DUN-KEY-LEN
           END-IF
           INSPECT WS-DUN-FILE-KEY(1:WS-DUN-KEY-LEN)
                   CONVERTING " /\:*?<>|'""" TO "___________"
           MOVE WS-RUN-ID TO WS-RUN-ID-DISP
           MOVE SPACES TO WS-PRINT-PATH
           STRING "./export/dunning_" WS-DUN-DATE-KEY "_"
                  FUNCTION TRIM(WS-RUN-ID-DISP) "_"
                  WS-DUN-FILE-KEY(1:WS-DUN-KEY-LEN) ".txt"
                  DELIMITED SIZE INTO WS-PRINT-PATH
           MOVE 0 TO WS-DUN-LETTER-OK
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Error: Cannot create letter file "
                       FUNCTION TRIM(WS-PRINT-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DUN-LETTER-OK

           MOVE SPACES TO WS-PRINT-LINE
           STRING FUNCTION TRIM(WS-CONFIG-BIZ-NAME)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           IF WS-CONFIG-BIZ-ADDR NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING FUNCTION TRIM(WS-CONFIG-BIZ-ADDR)
                      DELIMITED SIZE INTO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE WS-DUN-LEVEL
               WHEN 1
                   MOVE "PAYMENT REMINDER" TO WS-PRINT-LINE
               WHEN 2
                   MOVE "SECOND NOTICE - ACCOUNT OVERDUE"
                        TO WS-PRINT-LINE
               WHEN OTHER
                   MOVE "FINAL NOTICE BEFORE FURTHER ACTION"
                        TO WS-PRINT-LINE
           END-EVALUATE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "------------------------------------------"
                TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TO:         "
                  FUNCTION TRIM(WS-DUN-C-PAYEE(WS-DUN-IDX))
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DATE:       " FUNCTION TRIM(WS-ARG-DATE)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE WS-DUN-LEVEL
               WHEN 1
                   STRING "Our records show the invoice(s) below are "
                          "past due. If you have already paid, please "
                          DELIMITED SIZE INTO WS-PRINT-LINE
                   WRITE WS-PRINT-LINE
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE "disregard this reminder."
                        TO WS-PRINT-LINE
               WHEN 2
                   STRING "The invoice(s) below remain unpaid despite "
                          "our earlier reminder. Please arrange "
                          DELIMITED SIZE INTO WS-PRINT-LINE
                   WRITE WS-PRINT-LINE
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE "payment within 14 days."
                        TO WS-PRINT-LINE
               WHEN OTHER
                   STRING "Payment of the invoice(s) below is now "
                          "seriously overdue. Unless payment in full "
                          DELIMITED SIZE INTO WS-PRINT-LINE
                   WRITE WS-PRINT-LINE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "is received within 7 days we will take "
                          "further steps to recover the debt."
                          DELIMITED SIZE INTO WS-PRINT-LINE
           END-EVALUATE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE "INVOICE  DATE        DUE          DAYS       OPEN"
                TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           CALL "dunning_items_begin"
                USING BY REFERENCE WS-DUN-C-PAYEE(WS-DUN-IDX)
                      BY REFERENCE WS-ARG-DATE
                RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "dunning_items_next"
                    USING BY REFERENCE WS-DUN-ITEM-INV
                          BY REFERENCE WS-AR-SINCE
                          BY REFERENCE WS-AR-DUE
                          BY REFERENCE WS-DUN-ITEM-DAYS
                          BY REFERENCE WS-DUN-ITEM-OPEN
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-DUN-ITEM-INV TO WS-INV-NO-DISP
                   MOVE WS-DUN-ITEM-DAYS TO WS-DUN-ITEM-DAYS-DISP
                   COMPUTE WS-DISP-DUN-AMT = WS-DUN-ITEM-OPEN / 100
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING WS-INV-NO-DISP "   " WS-AR-SINCE " "
                          WS-AR-DUE "  " WS-DUN-ITEM-DAYS-DISP
                          " " WS-DISP-DUN-AMT
                          DELIMITED SIZE INTO WS-PRINT-LINE
                   WRITE WS-PRINT-LINE
               END-IF
           END-PERFORM
           CALL "dunning_items_end" RETURNING WS-RC

           COMPUTE WS-DISP-DUN-AMT =
                   WS-DUN-C-OVERDUE(WS-DUN-IDX) / 100
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "------------------------------------------"
                TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL OVERDUE:                  " WS-DISP-DUN-AMT
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           CLOSE PRINT-FILE.

      *> ---------------------------------------------------------
       DUNNING-LIST.
           DISPLAY "CUSTOMER                        LEVEL  LAST "
                   "LETTER  DISPUTE"
           CALL "dunning_status_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "dunning_status_next"
                    USING BY REFERENCE WS-AR-PAYEE
                          BY REFERENCE WS-DUN-LEVEL
                          BY REFERENCE WS-LIST-DATE
                          BY REFERENCE WS-DUN-DISPUTE
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-DUN-LEVEL TO WS-DUN-LEVEL-DISP
                   IF WS-DUN-DISPUTE = 1
                       DISPLAY WS-AR-PAYEE(1:30) "  "
                               WS-DUN-LEVEL-DISP "      "
                               WS-LIST-DATE "  in dispute"
                   ELSE
                       DISPLAY WS-AR-PAYEE(1:30) "  "
                               WS-DUN-LEVEL-DISP "      "
                               WS-LIST-DATE
                   END-IF
               END-IF
           END-PERFORM
           CALL "dunning_status_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> DUNNING-DISPUTE - 客户标为争议 (催收跳过); --set off 解除
      *> ---------------------------------------------------------
       DUNNING-DISPUTE.
           IF WS-ARG-PAYEE = SPACES
               DISPLAY "Error: --payee is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ARG-SET)) = "off"
               MOVE 0 TO WS-DUN-DISPUTE
           ELSE
               MOVE 1 TO WS-DUN-DISPUTE
           END-IF
           CALL "dunning_set_dispute" USING BY REFERENCE WS-ARG-PAYEE
                                            BY VALUE WS-DUN-DISPUTE
                                      RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to update dispute flag"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-DUN-DISPUTE = 1
               DISPLAY "'" FUNCTION TRIM(WS-ARG-PAYEE)
                       "' marked in dispute - dunning will skip "
                       "this customer"
           ELSE
               DISPLAY "Dispute cleared for '"
                       FUNCTION TRIM(WS-ARG-PAYEE) "'"
           END-IF.

      *> ============================================================
      *> CMD: vat - 增值税申报 (return/file/adjust/list)
      *> return 按申报表格式列出某季度的销项/进项 (取自每笔交易
      *> 的税额字段, 与 report vat 同一来源); file 把应缴净额 (或
      *> 应退额) 记到税务机关往来账户并锁定该期 - 之后任何会改变
      *> 该期税额的新增/修改/删除一律拒绝 (不必等年度结账), 更正
      *> 用 adjust 记进下一期申报
      *> ============================================================
       CMD-VAT.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "return"
                   PERFORM VAT-RETURN
               WHEN "file"
                   PERFORM VAT-FILE
               WHEN "adjust"
                   PERFORM VAT-ADJUST
               WHEN "list"
                   PERFORM VAT-LIST
               WHEN OTHER
                   DISPLAY "Error: vat requires a subcommand"
                   DISPLAY "Usage: ledger vat return --quarter "
                           "2026-Q3|FY2026-Q1"
                   DISPLAY "       ledger vat file --quarter Q "
                           "[--date YYYY-MM-DD] [--account <tax "
                           "authority>] [--dry-run]"
                   DISPLAY "       ledger vat adjust --choose "
                           "output|input --amount N --date "
                           "YYYY-MM-DD --note <reason>"
                   DISPLAY "       ledger vat list"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 申报期: --quarter 解析成月份区间与期间标签
      *> ---------------------------------------------------------
       VAT-PARSE-PERIOD.
           IF WS-ARG-QUARTER = SPACES
               DISPLAY "Error: --quarter is required (e.g. 2026-Q3 "
                       "or FY2026-Q1)"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-QUARTER-RANGE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RANGE-FROM-MONTH TO WS-VAT-FROM
           MOVE WS-RANGE-TO-MONTH TO WS-VAT-TO
           MOVE SPACES TO WS-VAT-PERIOD
           IF WS-CONFIG-FY-START = 1
               MOVE WS-QTR-WORK TO WS-VAT-PERIOD
           ELSE
               STRING "FY" FUNCTION TRIM(WS-QTR-WORK)
                      DELIMITED SIZE INTO WS-VAT-PERIOD
           END-IF.

      *> ---------------------------------------------------------
      *> 计算并按申报表格式列出 (return 与 file 共用)
      *> Box 1 销项 / 2 以前期间更正 / 3 = 1 + 2 / 4 进项 /
      *> 5 应缴净额 (负数为应退) / 6 不含税销售额 / 7 不含税采购额
      *> ---------------------------------------------------------
       VAT-COMPUTE-BOXES.
           MOVE 0 TO WS-VAT-OUT-TAX WS-VAT-IN-TAX WS-VAT-OUT-NET
                     WS-VAT-IN-NET WS-VAT-ADJ
           CALL "vat_return_calc" USING BY REFERENCE WS-VAT-FROM
                                        BY REFERENCE WS-VAT-TO
                                        BY REFERENCE WS-VAT-OUT-TAX
                                        BY REFERENCE WS-VAT-IN-TAX
                                        BY REFERENCE WS-VAT-OUT-NET
                                        BY REFERENCE WS-VAT-IN-NET
                                        BY REFERENCE WS-VAT-ADJ
                                  RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to compute the VAT return"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VAT-BOX3 = WS-VAT-OUT-TAX + WS-VAT-ADJ
           COMPUTE WS-VAT-BOX5 = WS-VAT-BOX3 - WS-VAT-IN-TAX

           DISPLAY " "
           DISPLAY "VAT return " FUNCTION TRIM(WS-VAT-PERIOD)
                   " (" FUNCTION TRIM(WS-VAT-FROM) " to "
                   FUNCTION TRIM(WS-VAT-TO) ")"
           COMPUTE WS-DISP-VAT-BOX = WS-VAT-OUT-TAX / 100
           DISPLAY "  Box 1  VAT due on sales          "
                   WS-DISP-VAT-BOX
           COMPUTE WS-DISP-VAT-BOX = WS-VAT-ADJ / 100
           DISPLAY "  Box 2  Corrections, prior periods"
                   WS-DISP-VAT-BOX
           COMPUTE WS-DISP-VAT-BOX = WS-VAT-BOX3 / 100
           DISPLAY "  Box 3  Total VAT due             "
                   WS-DISP-VAT-BOX
           COMPUTE WS-DISP-VAT-BOX = WS-VAT-IN-TAX / 100
           DISPLAY "  Box 4  VAT reclaimed, purchases  "
                   WS-DISP-VAT-BOX
           COMPUTE WS-DISP-VAT-BOX = WS-VAT-BOX5 / 100
           IF WS-VAT-BOX5 < 0
               DISPLAY "  Box 5  Net VAT REFUNDABLE        "
                       WS-DISP-VAT-BOX
           ELSE
               DISPLAY "  Box 5  Net VAT payable           "
                       WS-DISP-VAT-BOX
           END-IF
           COMPUTE WS-DISP-VAT-BOX = WS-VAT-OUT-NET / 100
           DISPLAY "  Box 6  Total sales ex VAT        "
                   WS-DISP-VAT-BOX
           COMPUTE WS-DISP-VAT-BOX = WS-VAT-IN-NET / 100
           DISPLAY "  Box 7  Total purchases ex VAT    "
                   WS-DISP-VAT-BOX.

      *> ---------------------------------------------------------
       VAT-RETURN.
           PERFORM VAT-PARSE-PERIOD
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VAT-COMPUTE-BOXES
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           CALL "vat_period_status" USING BY REFERENCE WS-VAT-PERIOD
                                          BY REFERENCE WS-VAT-STATUS
                                          BY REFERENCE WS-VAT-FILED-DATE
                                          BY REFERENCE WS-VAT-FILED-BY
                                    RETURNING WS-RC
           DISPLAY " "
           IF WS-RC = 0 AND WS-VAT-STATUS = "filed"
               DISPLAY "Status: FILED " FUNCTION TRIM(WS-VAT-FILED-DATE)
                       " by " FUNCTION TRIM(WS-VAT-FILED-BY)
                       " - period is locked"
           ELSE
               DISPLAY "Status: open - 'ledger vat file --quarter "
                       FUNCTION TRIM(WS-ARG-QUARTER)
                       "' posts and locks it"
           END-IF.

      *> ---------------------------------------------------------
      *> VAT-FILE - 申报: 净额记到税务机关往来账户 (应缴贷记 /
      *> 应退借记), 同时锁期; 两件事在后端同一事务里完成
      *> ---------------------------------------------------------
       VAT-FILE.
           PERFORM VAT-PARSE-PERIOD
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           CALL "vat_period_status" USING BY REFERENCE WS-VAT-PERIOD
                                          BY REFERENCE WS-VAT-STATUS
                                          BY REFERENCE WS-VAT-FILED-DATE
                                          BY REFERENCE WS-VAT-FILED-BY
                                    RETURNING WS-RC
           IF WS-RC = 0 AND WS-VAT-STATUS = "filed"
               DISPLAY "Error: VAT period " FUNCTION TRIM(WS-VAT-PERIOD)
                       " was already filed on "
                       FUNCTION TRIM(WS-VAT-FILED-DATE)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VAT-COMPUTE-BOXES
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-ACCOUNT NOT = SPACES
               MOVE WS-ARG-ACCOUNT TO WS-VAT-AUTH-ACCT
           END-IF
           IF WS-ARG-DRY-RUN = 1
               DISPLAY " "
               DISPLAY "DRY RUN - nothing posted, period not locked"
               EXIT PARAGRAPH
           END-IF

      *>   锁期只许主管以上执行 (与删行同一级别)
           MOVE "supervisor" TO WS-PRIV-NEEDED
           PERFORM CHECK-PRIVILEGE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                      DELIMITED SIZE INTO WS-ARG-DATE
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "vat" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           CALL "vat_return_file" USING BY REFERENCE WS-VAT-PERIOD
                                        BY REFERENCE WS-VAT-FROM
                                        BY REFERENCE WS-VAT-TO
                                        BY VALUE WS-VAT-OUT-TAX
                                        BY VALUE WS-VAT-ADJ
                                        BY VALUE WS-VAT-IN-TAX
                                        BY VALUE WS-VAT-BOX5
                                        BY VALUE WS-VAT-OUT-NET
                                        BY VALUE WS-VAT-IN-NET
                                        BY REFERENCE WS-VAT-AUTH-ACCT
                                        BY REFERENCE WS-ARG-DATE
                                        BY REFERENCE WS-OPERATOR
                                  RETURNING WS-RC
           MOVE WS-RC TO WS-RC-SAVE
           CALL "run_end" RETURNING WS-RC
           IF WS-RC-SAVE = 5
               DISPLAY "Error: the filing date "
                       FUNCTION TRIM(WS-ARG-DATE)
                       " falls in a closed period"
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC-SAVE = 7
               DISPLAY "Error: VAT period " FUNCTION TRIM(WS-VAT-PERIOD)
                       " was already filed"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Error: Failed to file the VAT return"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RUN-ID TO WS-RUN-ID-DISP
           COMPUTE WS-DISP-VAT-BOX = WS-VAT-BOX5 / 100
           DISPLAY " "
           IF WS-VAT-BOX5 < 0
               DISPLAY "Refund receivable " WS-DISP-VAT-BOX
                       " posted to '" FUNCTION TRIM(WS-VAT-AUTH-ACCT)
                       "' (run " FUNCTION TRIM(WS-RUN-ID-DISP) ")"
           ELSE
               DISPLAY "Net liability " WS-DISP-VAT-BOX
                       " posted to '" FUNCTION TRIM(WS-VAT-AUTH-ACCT)
                       "' (run " FUNCTION TRIM(WS-RUN-ID-DISP) ")"
           END-IF
           DISPLAY "VAT period " FUNCTION TRIM(WS-VAT-PERIOD)
                   " filed and locked; corrections go into the next "
                   "return via 'ledger vat adjust'".

      *> ---------------------------------------------------------
      *> VAT-ADJUST - 已申报期间的更正: 记一笔带日期的调整,
      *> 落在哪个未申报季度就进哪一期申报的 Box 2
      *> (output = 多缴, input = 多抵)
      *> ---------------------------------------------------------
       VAT-ADJUST.
           IF WS-ARG-AMOUNT = SPACES OR WS-ARG-DATE = SPACES
              OR WS-ARG-NOTE = SPACES
               DISPLAY "Error: --amount, --date and --note (reason) "
                       "are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-CHOOSE NOT = "output" AND
              WS-ARG-CHOOSE NOT = "input"
               DISPLAY "Error: --choose must be output or input"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100

           CALL "vat_adjust_add" USING BY REFERENCE WS-ARG-CHOOSE
                                       BY VALUE WS-AMOUNT-CENTS
                                       BY REFERENCE WS-ARG-DATE
                                       BY REFERENCE WS-ARG-NOTE
                                       BY REFERENCE WS-OPERATOR
                                 RETURNING WS-RC
           IF WS-RC = 5
               DISPLAY "Error: " FUNCTION TRIM(WS-ARG-DATE)
                       " is in a VAT period already filed - date "
                       "the adjustment in the next open period"
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to record VAT adjustment"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VAT " FUNCTION TRIM(WS-ARG-CHOOSE)
                   " adjustment of " FUNCTION TRIM(WS-ARG-AMOUNT)
                   " recorded for the return covering "
                   FUNCTION TRIM(WS-ARG-DATE).

      *> ---------------------------------------------------------
       VAT-LIST.
           DISPLAY "PERIOD      FROM     TO              NET VAT  "
                   "FILED        BY"
           CALL "vat_return_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "vat_return_list_next"
                    USING BY REFERENCE WS-VAT-PERIOD
                          BY REFERENCE WS-VAT-FROM
                          BY REFERENCE WS-VAT-TO
                          BY REFERENCE WS-VAT-BOX5
                          BY REFERENCE WS-VAT-FILED-DATE
                          BY REFERENCE WS-VAT-FILED-BY
                    RETURNING WS-RC
               IF WS-RC = 0
                   COMPUTE WS-DISP-VAT-BOX = WS-VAT-BOX5 / 100
                   DISPLAY WS-VAT-PERIOD "  " WS-VAT-FROM "  "
                           WS-VAT-TO "  " WS-DISP-VAT-BOX "  "
                           WS-VAT-FILED-DATE "  "
                           FUNCTION TRIM(WS-VAT-FILED-BY)
               END-IF
           END-PERFORM
           CALL "vat_return_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> 已申报期间锁: 新增 (WS-VLK-ID = 0, 看日期与税额) 或对既有
      *> 行的改/删/恢复 (看原行, 改期时也看新日期) 会动到已申报
      *> 季度的税额时拒绝. 调用方看 WS-VLK-LOCKED 决定怎么退出;
      *> 返回码单独用 WS-VLK-RC, 不打扰调用方的游标循环
      *> ---------------------------------------------------------
       VAT-LOCK-CHECK.
           MOVE 0 TO WS-VLK-LOCKED
           MOVE SPACES TO WS-VLK-PERIOD
           CALL "vat_lock_check" USING BY VALUE WS-VLK-ID
                                       BY REFERENCE WS-VLK-DATE
                                       BY VALUE WS-VLK-TAX
                                       BY REFERENCE WS-VLK-PERIOD
                                 RETURNING WS-VLK-RC
           IF WS-VLK-RC = 5
               MOVE 1 TO WS-VLK-LOCKED
               DISPLAY "Error: this would change VAT already filed "
                       "for " FUNCTION TRIM(WS-VLK-PERIOD)
               DISPLAY "Record the correction in the next return "
                       "with 'ledger vat adjust'"
           END-IF.

      *> ---------------------------------------------------------
      *> 整批冲销前逐行过一遍已申报期间锁: 批内任何一行落在已申报
      *> 季度就整批拒绝 (WS-VLK-LOCKED = 1), 不冲半批
      *> ---------------------------------------------------------
       RUN-VAT-LOCK-CHECK.
           MOVE 0 TO WS-VLK-LOCKED
           CALL "run_rows_begin" USING BY VALUE WS-VLK-RUN-ID
                                 RETURNING WS-VLK-ROW-RC
           MOVE 0 TO WS-VLK-ROW-RC
           PERFORM UNTIL WS-VLK-ROW-RC NOT = 0 OR WS-VLK-LOCKED = 1
               CALL "run_rows_next" USING BY REFERENCE WS-VLK-ROW-ID
                                    RETURNING WS-VLK-ROW-RC
               IF WS-VLK-ROW-RC = 0
                   MOVE WS-VLK-ROW-ID TO WS-VLK-ID
                   MOVE SPACES TO WS-VLK-DATE
                   MOVE 0 TO WS-VLK-TAX
                   PERFORM VAT-LOCK-CHECK
               END-IF
           END-PERFORM
           CALL "run_rows_end" RETURNING WS-VLK-ROW-RC
           IF WS-VLK-LOCKED = 1
               DISPLAY "Run " WS-VLK-RUN-ID " includes transaction "
                       WS-VLK-ROW-ID " - back out refused"
           END-IF.

      *> ---------------------------------------------------------
      *> 先写子账 (税批/库存移动) 再落现金一腿的处理, 动手前先看
      *> 入账日 WS-PCK-DATE 是否落在已结账财年或已申报增值税期间
      *> (税额 WS-PCK-TAX), 免得子账写了现金腿却被拒.
      *> 结果 WS-PCK-BLOCKED = 1 时调用方以 5 退出
      *> ---------------------------------------------------------
       POSTING-PERIOD-CHECK.
           MOVE 0 TO WS-PCK-BLOCKED WS-PCK-CLOSED
           MOVE WS-PCK-DATE(1:4) TO WS-PCK-YEAR
           MOVE WS-PCK-DATE(6:2) TO WS-PCK-MONTH
      *>   财年以起始月所在年份命名 (同 SAFT-PERIOD)
           IF WS-PCK-MONTH < WS-CONFIG-FY-START
               SUBTRACT 1 FROM WS-PCK-YEAR
           END-IF
           MOVE WS-PCK-YEAR TO WS-PCK-FY
           CALL "period_is_closed" USING BY REFERENCE WS-PCK-FY
                                         BY VALUE WS-CONFIG-FY-START
                                         BY REFERENCE WS-PCK-CLOSED
                                   RETURNING WS-PCK-RC
           IF WS-PCK-CLOSED = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-PCK-DATE)
                       " falls in a closed period"
               MOVE 1 TO WS-PCK-BLOCKED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VLK-ID
           MOVE WS-PCK-DATE TO WS-VLK-DATE
           MOVE WS-PCK-TAX TO WS-VLK-TAX
           PERFORM VAT-LOCK-CHECK
           IF WS-VLK-LOCKED = 1
               MOVE 1 TO WS-PCK-BLOCKED
           END-IF.

      *> ============================================================
      *> CMD: esttax - 季度预估所得税工作单 (setup/bracket/show/
      *> worksheet)
      *> 年底的 report tax 出来时再补缴已经要罚滞纳金, 这里按季
      *> 算: 年初至今的应税收入 (收入类别) 减可抵扣支出 (与
      *> report tax 同一口径), 年化后减标准扣除, 套该税年的税率
      *> 档得出全年预计税额; 全年应预缴取 预计税额的 90% 与 上年
      *> 税额 x 安全港比例 两者的小者, 按季累计后扣掉工资单代扣
      *> 与已缴的预估款, 即本季建议缴款. 确认后记一笔缴款;
      *> 各季到期日另由 calendar 列出 (来源 esttax)
      *> ============================================================
       CMD-ESTTAX.
           IF WS-SUBCOMMAND = "show"
      *>       查询命令以只读方式打开, 不取排他锁
               CALL "db_open_ro" USING BY REFERENCE WS-DB-PATH
                                 RETURNING WS-RC
           ELSE
               CALL "db_open" USING BY REFERENCE WS-DB-PATH
                              RETURNING WS-RC
           END-IF
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "setup"
                   PERFORM ESTTAX-SETUP
               WHEN "bracket"
                   PERFORM ESTTAX-BRACKET
               WHEN "show"
                   PERFORM ESTTAX-SHOW
               WHEN "worksheet"
                   PERFORM ESTTAX-WORKSHEET
               WHEN OTHER
                   DISPLAY "Error: esttax requires a subcommand"
                   DISPLAY "Usage: ledger esttax setup --year YYYY "
                           "[--deduction N] [--prior-tax N] "
                           "[--safe-harbour PCT] [--category "
                           "<withholding cat>]"
                   DISPLAY "       ledger esttax bracket --year YYYY "
                           "--amount <floor> --rate PCT"
                   DISPLAY "       ledger esttax show --year YYYY"
                   DISPLAY "       ledger esttax worksheet --quarter "
                           "2026-Q2 [--account <paying acct>] "
                           "[--amount N] [--date YYYY-MM-DD] [--yes] "
                           "[--dry-run]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> ESTTAX-SETUP - 税年参数: 标准扣除, 上年全年税额与安全港
      *> 比例 (缺省 100, 高收入户填 110), 工资单代扣落的类别.
      *> 未给出的项保持原值 (以 -1 / 空格传给后台)
      *> ---------------------------------------------------------
       ESTTAX-SETUP.
           IF WS-ARG-YEAR = SPACES
               DISPLAY "Error: --year is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-YEAR IS NOT NUMERIC
               DISPLAY "Error: --year must be YYYY"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-DEDUCTION = SPACES AND WS-ARG-PRIOR-TAX = SPACES
              AND WS-ARG-SAFE-HARBOUR = SPACES
              AND WS-ARG-CATEGORY = SPACES
               DISPLAY "Error: give at least one of --deduction, "
                       "--prior-tax, --safe-harbour, --category"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE -1 TO WS-ETX-DEDUCTION
           IF WS-ARG-DEDUCTION NOT = SPACES
               IF FUNCTION TRIM(WS-ARG-DEDUCTION) NOT = "0"
                   MOVE "AMOUNT" TO WS-VALID-TYPE
                   CALL "VALIDATE" USING WS-ARG-DEDUCTION
                                         WS-VALID-TYPE
                                         WS-VALID-RESULT
                                         WS-VALID-ERROR-MSG
                   IF WS-VALID-RESULT NOT = 1
                       DISPLAY "Error: --deduction: "
                               FUNCTION TRIM(WS-VALID-ERROR-MSG)
                       MOVE 1 TO WS-RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               COMPUTE WS-AMOUNT-NUM =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-DEDUCTION))
               COMPUTE WS-ETX-DEDUCTION = WS-AMOUNT-NUM * 100
           END-IF

           MOVE -1 TO WS-ETX-PRIOR-TAX
           IF WS-ARG-PRIOR-TAX NOT = SPACES
               IF FUNCTION TRIM(WS-ARG-PRIOR-TAX) NOT = "0"
                   MOVE "AMOUNT" TO WS-VALID-TYPE
                   CALL "VALIDATE" USING WS-ARG-PRIOR-TAX
                                         WS-VALID-TYPE
                                         WS-VALID-RESULT
                                         WS-VALID-ERROR-MSG
                   IF WS-VALID-RESULT NOT = 1
                       DISPLAY "Error: --prior-tax: "
                               FUNCTION TRIM(WS-VALID-ERROR-MSG)
                       MOVE 1 TO WS-RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               COMPUTE WS-AMOUNT-NUM =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-PRIOR-TAX))
               COMPUTE WS-ETX-PRIOR-TAX = WS-AMOUNT-NUM * 100
           END-IF

           MOVE -1 TO WS-ETX-SAFE-BPS
           IF WS-ARG-SAFE-HARBOUR NOT = SPACES
               COMPUTE WS-ETX-SAFE-BPS ROUNDED =
                       FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-ARG-SAFE-HARBOUR)) * 100
               IF WS-ETX-SAFE-BPS < 1 OR WS-ETX-SAFE-BPS > 20000
                   DISPLAY "Error: --safe-harbour must be a percent "
                           "between 1 and 200 (usually 100 or 110)"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-ARG-CATEGORY NOT = SPACES
               MOVE "EXPENSE" TO WS-ARG-TYPE
               CALL "category_validate"
                    USING BY REFERENCE WS-ARG-CATEGORY
                          BY REFERENCE WS-ARG-TYPE
                    RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: unknown category '"
                           FUNCTION TRIM(WS-ARG-CATEGORY) "' - run "
                           "'ledger category add' first"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "esttax" TO WS-MCL-ENTITY
           MOVE WS-ARG-YEAR TO WS-MCL-KEY
           MOVE SPACES TO WS-MCL-KEY2
           MOVE "setup" TO WS-MCL-FIELD
           MOVE SPACES TO WS-MCL-AFTER
           STRING "deduction " FUNCTION TRIM(WS-ARG-DEDUCTION)
                  " prior-tax " FUNCTION TRIM(WS-ARG-PRIOR-TAX)
                  " safe-harbour " FUNCTION TRIM(WS-ARG-SAFE-HARBOUR)
                  " withholding " FUNCTION TRIM(WS-ARG-CATEGORY)
                  DELIMITED SIZE INTO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-BEFORE

           CALL "esttax_year_set" USING BY REFERENCE WS-ARG-YEAR
                                        BY VALUE WS-ETX-DEDUCTION
                                        BY VALUE WS-ETX-PRIOR-TAX
                                        BY VALUE WS-ETX-SAFE-BPS
                                        BY REFERENCE WS-ARG-CATEGORY
                                  RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to save tax year settings"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Estimated tax settings saved for "
                   FUNCTION TRIM(WS-ARG-YEAR)
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
      *> ESTTAX-BRACKET - 税率档: 应税所得超过下限 (--amount) 的
      *> 部分按边际税率 (--rate, 百分比) 计; 同一下限再登记即改
      *> ---------------------------------------------------------
       ESTTAX-BRACKET.
           IF WS-ARG-YEAR = SPACES OR WS-ARG-AMOUNT = SPACES
              OR WS-ARG-RATE = SPACES
               DISPLAY "Error: --year, --amount and --rate are "
                       "required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-YEAR IS NOT NUMERIC
               DISPLAY "Error: --year must be YYYY"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *>   第一档下限为 0
           IF FUNCTION TRIM(WS-ARG-AMOUNT) NOT = "0"
               MOVE "AMOUNT" TO WS-VALID-TYPE
               CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                     WS-VALID-RESULT
                                     WS-VALID-ERROR-MSG
               IF WS-VALID-RESULT NOT = 1
                   DISPLAY "Error: "
                           FUNCTION TRIM(WS-VALID-ERROR-MSG)
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-ETX-FLOOR-IN = WS-AMOUNT-NUM * 100
           COMPUTE WS-ETX-RATE-IN ROUNDED =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-RATE)) * 100
           IF WS-ETX-RATE-IN < 0 OR WS-ETX-RATE-IN > 10000
               DISPLAY "Error: --rate must be a percent between 0 "
                       "and 100"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "esttax" TO WS-MCL-ENTITY
           MOVE WS-ARG-YEAR TO WS-MCL-KEY
           MOVE WS-ARG-AMOUNT TO WS-MCL-KEY2
           MOVE "bracket" TO WS-MCL-FIELD
           MOVE WS-ARG-RATE TO WS-MCL-AFTER
           PERFORM MASTER-CHANGE-BEFORE

           CALL "esttax_bracket_set" USING BY REFERENCE WS-ARG-YEAR
                                           BY VALUE WS-ETX-FLOOR-IN
                                           BY VALUE WS-ETX-RATE-IN
                                     RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to save tax bracket"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Bracket saved for " FUNCTION TRIM(WS-ARG-YEAR)
                   ": over " FUNCTION TRIM(WS-ARG-AMOUNT) " at "
                   FUNCTION TRIM(WS-ARG-RATE) "%"
           PERFORM MASTER-CHANGE-LOG.

      *> ---------------------------------------------------------
       ESTTAX-SHOW.
           IF WS-ARG-YEAR = SPACES
               DISPLAY "Error: --year is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-YEAR IS NOT NUMERIC
               DISPLAY "Error: --year must be YYYY"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-YEAR TO WS-ETX-YEAR
           PERFORM ESTTAX-LOAD-YEAR

           DISPLAY " "
           DISPLAY "Estimated tax settings, tax year "
                   FUNCTION TRIM(WS-ETX-YEAR)
           IF WS-ETX-HAVE-YEAR = 0
               DISPLAY "  (no settings - defaults shown)"
           END-IF
           COMPUTE WS-DISP-ETX-AMT = WS-ETX-DEDUCTION / 100
           DISPLAY "  Standard deduction        " WS-DISP-ETX-AMT
           COMPUTE WS-DISP-ETX-AMT = WS-ETX-PRIOR-TAX / 100
           DISPLAY "  Prior-year total tax      " WS-DISP-ETX-AMT
           COMPUTE WS-DISP-ETX-RATE = WS-ETX-SAFE-BPS / 100
           DISPLAY "  Safe-harbour percent            "
                   WS-DISP-ETX-RATE "%"
           IF WS-ETX-WH-CATEGORY = SPACES
               DISPLAY "  Withholding category      (none)"
           ELSE
               DISPLAY "  Withholding category      "
                       FUNCTION TRIM(WS-ETX-WH-CATEGORY)
           END-IF
           DISPLAY " "
           DISPLAY "  OVER                    RATE"
           IF WS-ETX-B-COUNT = 0
               DISPLAY "  (no brackets - add with 'ledger esttax "
                       "bracket')"
           END-IF
           PERFORM VARYING WS-ETX-B-IDX FROM 1 BY 1
                   UNTIL WS-ETX-B-IDX > WS-ETX-B-COUNT
               COMPUTE WS-DISP-ETX-AMT =
                       WS-ETX-B-FLOOR(WS-ETX-B-IDX) / 100
               COMPUTE WS-DISP-ETX-RATE =
                       WS-ETX-B-RATE(WS-ETX-B-IDX) / 100
               DISPLAY "  " WS-DISP-ETX-AMT "  " WS-DISP-ETX-RATE "%"
           END-PERFORM.

      *> ---------------------------------------------------------
      *> ESTTAX-LOAD-YEAR - 取 WS-ETX-YEAR 的参数与税率档 (后台按
      *> 下限升序返回); 没登记过参数时按 扣除 0 / 安全港 100%
      *> ---------------------------------------------------------
       ESTTAX-LOAD-YEAR.
           MOVE 0 TO WS-ETX-HAVE-YEAR WS-ETX-DEDUCTION
                     WS-ETX-PRIOR-TAX WS-ETX-B-COUNT
           MOVE 10000 TO WS-ETX-SAFE-BPS
           MOVE SPACES TO WS-ETX-WH-CATEGORY
           CALL "esttax_year_get" USING BY REFERENCE WS-ETX-YEAR
                                        BY REFERENCE WS-ETX-DEDUCTION
                                        BY REFERENCE WS-ETX-PRIOR-TAX
                                        BY REFERENCE WS-ETX-SAFE-BPS
                                        BY REFERENCE WS-ETX-WH-CATEGORY
                                  RETURNING WS-RC
           IF WS-RC = 0
               MOVE 1 TO WS-ETX-HAVE-YEAR
           ELSE
               MOVE 0 TO WS-ETX-DEDUCTION WS-ETX-PRIOR-TAX
               MOVE 10000 TO WS-ETX-SAFE-BPS
               MOVE SPACES TO WS-ETX-WH-CATEGORY
           END-IF

           CALL "esttax_bracket_begin" USING BY REFERENCE WS-ETX-YEAR
                                       RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "esttax_bracket_next"
                    USING BY REFERENCE WS-ETX-FLOOR-IN
                          BY REFERENCE WS-ETX-RATE-IN
                    RETURNING WS-RC
               IF WS-RC = 0 AND WS-ETX-B-COUNT < 20
                   ADD 1 TO WS-ETX-B-COUNT
                   MOVE WS-ETX-FLOOR-IN
                        TO WS-ETX-B-FLOOR(WS-ETX-B-COUNT)
                   MOVE WS-ETX-RATE-IN
                        TO WS-ETX-B-RATE(WS-ETX-B-COUNT)
               END-IF
           END-PERFORM
           CALL "esttax_bracket_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> ESTTAX-WORKSHEET - 本季工作单与缴款.
      *> 年化采用分期年化口径: 四期分别截至 3/5/8/12 月底,
      *> 到期日 4/15, 6/15, 9/15 与次年 1/15
      *> ---------------------------------------------------------
       ESTTAX-WORKSHEET.
           IF WS-ARG-QUARTER = SPACES
               DISPLAY "Error: --quarter is required (e.g. 2026-Q2)"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-QUARTER(1:4) IS NOT NUMERIC
              OR WS-ARG-QUARTER(5:2) NOT = "-Q"
              OR WS-ARG-QUARTER(7:1) < "1"
              OR WS-ARG-QUARTER(7:1) > "4"
              OR WS-ARG-QUARTER(8:) NOT = SPACES
               DISPLAY "Error: --quarter must look like 2026-Q2 "
                       "(tax year quarters; FY notation not used)"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-QUARTER(1:4) TO WS-ETX-YEAR
           MOVE WS-ARG-QUARTER(1:4) TO WS-ETX-YEAR-NUM
           MOVE WS-ARG-QUARTER(7:1) TO WS-ETX-QTR
           COMPUTE WS-ETX-NEXT-YEAR = WS-ETX-YEAR-NUM + 1
           MOVE SPACES TO WS-ETX-THROUGH WS-ETX-DUE-DATE
           EVALUATE WS-ETX-QTR
               WHEN 1
                   MOVE 3 TO WS-ETX-MONTHS
                   STRING WS-ETX-YEAR "-04-15"
                          DELIMITED SIZE INTO WS-ETX-DUE-DATE
               WHEN 2
                   MOVE 5 TO WS-ETX-MONTHS
                   STRING WS-ETX-YEAR "-06-15"
                          DELIMITED SIZE INTO WS-ETX-DUE-DATE
               WHEN 3
                   MOVE 8 TO WS-ETX-MONTHS
                   STRING WS-ETX-YEAR "-09-15"
                          DELIMITED SIZE INTO WS-ETX-DUE-DATE
               WHEN OTHER
                   MOVE 12 TO WS-ETX-MONTHS
                   STRING WS-ETX-NEXT-YEAR "-01-15"
                          DELIMITED SIZE INTO WS-ETX-DUE-DATE
           END-EVALUATE
           STRING WS-ETX-YEAR "-" WS-ETX-MONTHS
                  DELIMITED SIZE INTO WS-ETX-THROUGH

           PERFORM ESTTAX-LOAD-YEAR
           IF WS-ETX-B-COUNT = 0
               DISPLAY "Error: no bracket table for tax year "
                       FUNCTION TRIM(WS-ETX-YEAR) " - add brackets "
                       "with 'ledger esttax bracket'"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   年初至今: 应税收入 (收入类别) 与可抵扣支出 (类别的
      *>   deductible 属性, 单笔 --deductible 覆盖; 同 report tax)
           MOVE 0 TO WS-ETX-INCOME WS-ETX-DEDUCTIBLE WS-ETX-WITHHELD
                     WS-ETX-PAID
           CALL "esttax_ytd" USING BY REFERENCE WS-ETX-YEAR
                                   BY REFERENCE WS-ETX-THROUGH
                                   BY REFERENCE WS-ETX-INCOME
                                   BY REFERENCE WS-ETX-DEDUCTIBLE
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to total year-to-date income"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *>   工资单 (payroll 运行单元) 记在代扣类别上的行
           IF WS-ETX-WH-CATEGORY NOT = SPACES
               CALL "esttax_withheld"
                    USING BY REFERENCE WS-ETX-YEAR
                          BY REFERENCE WS-ETX-THROUGH
                          BY REFERENCE WS-ETX-WH-CATEGORY
                          BY REFERENCE WS-ETX-WITHHELD
                    RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Error: Failed to total withholding"
                   MOVE 2 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CALL "esttax_paid" USING BY REFERENCE WS-ETX-YEAR
                                    BY REFERENCE WS-ETX-PAID
                              RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to total estimated payments"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ETX-NET-YTD = WS-ETX-INCOME - WS-ETX-DEDUCTIBLE
           COMPUTE WS-ETX-ANNUAL ROUNDED =
                   WS-ETX-NET-YTD * 12 / WS-ETX-MONTHS
           COMPUTE WS-ETX-TAXABLE = WS-ETX-ANNUAL - WS-ETX-DEDUCTION
           IF WS-ETX-TAXABLE < 0
               MOVE 0 TO WS-ETX-TAXABLE
           END-IF
           PERFORM ESTTAX-BRACKET-TAX

      *>   全年应预缴: 本年预计税额 90% 与上年安全港两者取小;
      *>   没登记上年税额时只有本年口径
           COMPUTE WS-ETX-CURR-BASIS ROUNDED = WS-ETX-TAX * 90 / 100
           COMPUTE WS-ETX-SAFE-BASIS ROUNDED =
                   WS-ETX-PRIOR-TAX * WS-ETX-SAFE-BPS / 10000
           MOVE WS-ETX-CURR-BASIS TO WS-ETX-REQUIRED
           IF WS-ETX-PRIOR-TAX > 0
              AND WS-ETX-SAFE-BASIS < WS-ETX-CURR-BASIS
               MOVE WS-ETX-SAFE-BASIS TO WS-ETX-REQUIRED
           END-IF
           COMPUTE WS-ETX-CUM-DUE ROUNDED =
                   WS-ETX-REQUIRED * WS-ETX-QTR / 4
           COMPUTE WS-ETX-RECOMMEND = WS-ETX-CUM-DUE
                   - WS-ETX-WITHHELD - WS-ETX-PAID
           IF WS-ETX-RECOMMEND < 0
               MOVE 0 TO WS-ETX-RECOMMEND
           END-IF

           PERFORM ESTTAX-SHOW-WORKSHEET

      *>   建议额存档, calendar 的到期日行取这个金额
           IF WS-ARG-DRY-RUN = 0
               CALL "esttax_worksheet_save"
                    USING BY REFERENCE WS-ETX-YEAR
                          BY VALUE WS-ETX-QTR
                          BY VALUE WS-ETX-RECOMMEND
                          BY REFERENCE WS-ETX-DUE-DATE
                    RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Warning: worksheet not saved - calendar "
                           "amount not updated"
                   MOVE 2 TO WS-RETURN-CODE
               END-IF
           END-IF

           PERFORM ESTTAX-POST-PAYMENT.

      *> ---------------------------------------------------------
      *> ESTTAX-BRACKET-TAX - WS-ETX-TAXABLE 套累进税率档
      *> -> WS-ETX-TAX (每档只对落在本档区间内的部分计税)
      *> ---------------------------------------------------------
       ESTTAX-BRACKET-TAX.
           MOVE 0 TO WS-ETX-TAX
           PERFORM VARYING WS-ETX-B-IDX FROM 1 BY 1
                   UNTIL WS-ETX-B-IDX > WS-ETX-B-COUNT
               IF WS-ETX-TAXABLE > WS-ETX-B-FLOOR(WS-ETX-B-IDX)
                   MOVE WS-ETX-TAXABLE TO WS-ETX-UPPER
                   IF WS-ETX-B-IDX < WS-ETX-B-COUNT
                       IF WS-ETX-B-FLOOR(WS-ETX-B-IDX + 1)
                          < WS-ETX-UPPER
                           MOVE WS-ETX-B-FLOOR(WS-ETX-B-IDX + 1)
                                TO WS-ETX-UPPER
                       END-IF
                   END-IF
                   COMPUTE WS-ETX-PART ROUNDED =
                           (WS-ETX-UPPER - WS-ETX-B-FLOOR(WS-ETX-B-IDX))
                           * WS-ETX-B-RATE(WS-ETX-B-IDX) / 10000
                   ADD WS-ETX-PART TO WS-ETX-TAX
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
       ESTTAX-SHOW-WORKSHEET.
           DISPLAY " "
           DISPLAY "Estimated tax worksheet "
                   FUNCTION TRIM(WS-ARG-QUARTER) " (income through "
                   WS-ETX-THROUGH ", payment due "
                   FUNCTION TRIM(WS-ETX-DUE-DATE) ")"
           DISPLAY " "
           MOVE " 1  Taxable income year to date" TO WS-ETX-LABEL
           MOVE WS-ETX-INCOME TO WS-ETX-PART
           PERFORM ESTTAX-LINE
           MOVE " 2  Deductible expenses year to date"
                TO WS-ETX-LABEL
           MOVE WS-ETX-DEDUCTIBLE TO WS-ETX-PART
           PERFORM ESTTAX-LINE
           MOVE " 3  Net year to date (1 - 2)" TO WS-ETX-LABEL
           MOVE WS-ETX-NET-YTD TO WS-ETX-PART
           PERFORM ESTTAX-LINE
           MOVE SPACES TO WS-ETX-LABEL
           STRING " 4  Annualised (3 x 12 / " WS-ETX-MONTHS ")"
                  DELIMITED SIZE INTO WS-ETX-LABEL
           MOVE WS-ETX-ANNUAL TO WS-ETX-PART
           PERFORM ESTTAX-LINE
           MOVE " 5  Less standard deduction" TO WS-ETX-LABEL
           MOVE WS-ETX-DEDUCTION TO WS-ETX-PART
           PERFORM ESTTAX-LINE
           MOVE " 6  Annualised taxable income" TO WS-ETX-LABEL
           MOVE WS-ETX-TAXABLE TO WS-ETX-PART
           PERFORM ESTTAX-LINE
           MOVE " 7  Projected tax for the year" TO WS-ETX-LABEL
           MOVE WS-ETX-TAX TO WS-ETX-PART
           PERFORM ESTTAX-LINE
           MOVE " 8  90% of projected tax" TO WS-ETX-LABEL
           MOVE WS-ETX-CURR-BASIS TO WS-ETX-PART
           PERFORM ESTTAX-LINE
           IF WS-ETX-PRIOR-TAX > 0
               COMPUTE WS-DISP-ETX-RATE = WS-ETX-SAFE-BPS / 100
               MOVE SPACES TO WS-ETX-LABEL
               STRING " 9  Safe harbour ("
                      FUNCTION TRIM(WS-DISP-ETX-RATE)
                      "% of prior-year tax)"
                      DELIMITED SIZE INTO WS-ETX-LABEL
               MOVE WS-ETX-SAFE-BASIS TO WS-ETX-PART
               PERFORM ESTTAX-LINE
           ELSE
               DISPLAY " 9  Safe harbour (no prior-year tax "
                       "recorded)"
           END-IF
           MOVE "10  Required annual payment (lesser)"
                TO WS-ETX-LABEL
           MOVE WS-ETX-REQUIRED TO WS-ETX-PART
           PERFORM ESTTAX-LINE
           MOVE SPACES TO WS-ETX-LABEL
           STRING "11  Required through this quarter (10 x "
                  WS-ETX-QTR "/4)"
                  DELIMITED SIZE INTO WS-ETX-LABEL
           MOVE WS-ETX-CUM-DUE TO WS-ETX-PART
           PERFORM ESTTAX-LINE
           MOVE "12  Less payroll withholding to date"
                TO WS-ETX-LABEL
           MOVE WS-ETX-WITHHELD TO WS-ETX-PART
           PERFORM ESTTAX-LINE
           MOVE "13  Less estimated payments already made"
                TO WS-ETX-LABEL
           MOVE WS-ETX-PAID TO WS-ETX-PART
           PERFORM ESTTAX-LINE
           MOVE "14  Recommended payment this quarter"
                TO WS-ETX-LABEL
           MOVE WS-ETX-RECOMMEND TO WS-ETX-PART
           PERFORM ESTTAX-LINE
           DISPLAY " "
           IF WS-ETX-REQUIRED = WS-ETX-SAFE-BASIS
              AND WS-ETX-PRIOR-TAX > 0
               DISPLAY "The prior-year safe harbour is the lower "
                       "requirement - paying line 14 avoids the "
                       "underpayment penalty"
           ELSE
               DISPLAY "90% of this year's projected tax is the "
                       "lower requirement"
           END-IF.

      *> ---------------------------------------------------------
       ESTTAX-LINE.
           COMPUTE WS-DISP-ETX-AMT = WS-ETX-PART / 100
           DISPLAY WS-ETX-LABEL WS-DISP-ETX-AMT.

      *> ---------------------------------------------------------
      *> ESTTAX-POST-PAYMENT - 确认后把本季缴款记账 (缺省取建议
      *> 额, --amount 可改); 从 --account 付出, 记在预估税款类别
      *> 上并标明税年与季度, 下一季工作单的第 13 行据此扣减
      *> ---------------------------------------------------------
       ESTTAX-POST-PAYMENT.
           MOVE WS-ETX-RECOMMEND TO WS-ETX-PAY
           IF WS-ARG-AMOUNT NOT = SPACES
               MOVE "AMOUNT" TO WS-VALID-TYPE
               CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                     WS-VALID-RESULT
                                     WS-VALID-ERROR-MSG
               IF WS-VALID-RESULT NOT = 1
                   DISPLAY "Error: "
                           FUNCTION TRIM(WS-VALID-ERROR-MSG)
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-AMOUNT-NUM =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
               COMPUTE WS-ETX-PAY = WS-AMOUNT-NUM * 100
           END-IF
           IF WS-ETX-PAY = 0
               DISPLAY "Nothing to pay this quarter"
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-DRY-RUN = 1
               DISPLAY "DRY RUN - nothing posted"
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-ACCOUNT = SPACES
               DISPLAY "To post the payment: ledger esttax worksheet "
                       "--quarter " FUNCTION TRIM(WS-ARG-QUARTER)
                       " --account <paying account> [--amount N]"
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                      DELIMITED SIZE INTO WS-ARG-DATE
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DATE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DISP-ETX-AMT = WS-ETX-PAY / 100
           IF WS-ARG-YES = 0
               DISPLAY "Post estimated tax payment of "
                       FUNCTION TRIM(WS-DISP-ETX-AMT) " from '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT) "' on "
                       FUNCTION TRIM(WS-ARG-DATE) "? (y/N): "
                       WITH NO ADVANCING
               ACCEPT WS-USER-INPUT FROM CONSOLE
               IF FUNCTION UPPER-CASE(WS-USER-INPUT) NOT = "Y"
                   DISPLAY "Cancelled - nothing posted"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "esttax" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           CALL "esttax_payment_post" USING BY REFERENCE WS-ETX-YEAR
                                            BY VALUE WS-ETX-QTR
                                            BY VALUE WS-ETX-PAY
                                            BY REFERENCE WS-ARG-ACCOUNT
                                            BY REFERENCE WS-ARG-DATE
                                            BY REFERENCE WS-OPERATOR
                                      RETURNING WS-RC
           MOVE WS-RC TO WS-RC-SAVE
           CALL "run_end" RETURNING WS-RC
           IF WS-RC-SAVE = 3
               DISPLAY "Error: Unknown account '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT) "'"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC-SAVE = 5
               DISPLAY "Error: " FUNCTION TRIM(WS-ARG-DATE)
                       " falls in a closed period"
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC-SAVE NOT = 0
               DISPLAY "Error: Failed to post the payment"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Estimated tax payment "
                   FUNCTION TRIM(WS-DISP-ETX-AMT) " posted from '"
                   FUNCTION TRIM(WS-ARG-ACCOUNT) "' for "
                   FUNCTION TRIM(WS-ARG-QUARTER).

      *> ============================================================
      *> CMD: ap - 应付款登记簿 (add/pay/list)
      *> 应收的镜像: 供应商账单连同到期日入簿, 付款时从往来账户
      *> 一笔核销, 账龄见 'report ap-aging' (与应收同一套分档)
      *> ============================================================
       CMD-AP.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6

           EVALUATE WS-SUBCOMMAND
               WHEN "add"
                   PERFORM AP-ADD
               WHEN "pay"
                   PERFORM AP-PAY
               WHEN "list"
                   PERFORM AP-LIST
               WHEN "match"
                   PERFORM AP-MATCH
               WHEN "exceptions"
                   PERFORM AP-EXCEPTIONS
               WHEN "release"
                   PERFORM AP-RELEASE
               WHEN "import"
                   PERFORM AP-IMPORT
               WHEN OTHER
                   DISPLAY "Error: ap requires a subcommand"
                   DISPLAY "Usage: ledger ap add --payee <vendor> "
                           "--amount N --date YYYY-MM-DD "
                           "--due YYYY-MM-DD [--note note] "
                           "[--commit N --qty Q] [--fund <fund>]"
                   DISPLAY "       ledger ap pay --id <bill id> "
                           "--amount N --date YYYY-MM-DD "
                           "--account <name>"
                   DISPLAY "       ledger ap list"
                   DISPLAY "       ledger ap match [--id <bill id>]"
                   DISPLAY "       ledger ap exceptions"
                   DISPLAY "       ledger ap release --id <bill id> "
                           "--note <reason>"
                   DISPLAY "       ledger ap import --file "
                           "<e-invoice.xml>"
                   DISPLAY "       ledger report ap-aging"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> AP-ADD - 登记一张供应商账单 (金额/开票日/到期日,
      *> 可选 --fund)
      *> ---------------------------------------------------------
       AP-ADD.
           IF WS-ARG-PAYEE = SPACES OR WS-ARG-AMOUNT = SPACES
              OR WS-ARG-DATE = SPACES OR WS-ARG-DUE = SPACES
               DISPLAY "Error: --payee, --amount, --date and --due "
                       "are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DUE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100

      *>   --fund: 账单记在基金上, 付款时的支出随之入该基金;
      *>   限定基金不许透支, 登记账单时就把关
           MOVE "EXPENSE" TO WS-FND-CHK-TYPE
           MOVE WS-AMOUNT-CENTS TO WS-FND-CHK-AMOUNT
           PERFORM FUND-CHECK-POSTING
           IF WS-FND-BLOCKED = 1
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "ap_add" USING BY REFERENCE WS-ARG-PAYEE
                               BY VALUE WS-AMOUNT-CENTS
                               BY REFERENCE WS-ARG-DATE
                               BY REFERENCE WS-ARG-DUE
                               BY REFERENCE WS-ARG-NOTE
                               BY REFERENCE WS-ARG-FUND
                         RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add vendor bill"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Bill from '" FUNCTION TRIM(WS-ARG-PAYEE)
                   "' recorded, due " FUNCTION TRIM(WS-ARG-DUE)

      *>   --commit: 账单挂到采购承诺上 (--qty 为开票数量),
      *>   当场过一遍三单匹配
           IF WS-ARG-COMMIT NOT = 0
               CALL "ap_link_commit" USING BY VALUE WS-ARG-COMMIT
                                           BY VALUE WS-QTY-MILLI
                                           BY REFERENCE
                                              WS-MATCH-BILL-ID
                                     RETURNING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "Warning: commitment " WS-ARG-COMMIT
                           " not found - bill is not linked"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-MATCH-COUNT WS-MATCH-EXC-COUNT
               PERFORM AP-MATCH-ONE
           END-IF.

      *> ---------------------------------------------------------
      *> AP-PAY - 付一张账单 (可部分付款): 从指定账户记一笔
      *> 付款流水并冲减账单的未付余额, 两边同一条引用相连
      *> ---------------------------------------------------------
       AP-PAY.
           IF WS-ARG-ID = 0 OR WS-ARG-AMOUNT = SPACES
              OR WS-ARG-DATE = SPACES OR WS-ARG-ACCOUNT = SPACES
               DISPLAY "Error: --id, --amount, --date and --account "
                       "are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-ID TO WS-MATCH-BILL-ID
           PERFORM AP-MATCH-GATE
           IF WS-MATCH-STATUS = "exception"
                   OR WS-MATCH-STATUS = "pending"
               DISPLAY "Error: Bill " WS-ARG-ID " has not passed "
                       "three-way match ("
                       FUNCTION TRIM(WS-MATCH-REASON) ")"
               DISPLAY "A supervisor can release it with 'ledger ap "
                       "release --id N --note <reason>'"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-NUM * 100

           CALL "ap_pay" USING BY VALUE WS-ARG-ID
                               BY VALUE WS-AMOUNT-CENTS
                               BY REFERENCE WS-ARG-DATE
                               BY REFERENCE WS-ARG-ACCOUNT
                               BY REFERENCE WS-AR-OPEN
                         RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Bill " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC = 7
               DISPLAY "Error: Payment exceeds the open balance"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to apply payment"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   --cheque print: 付款进支票打印队列 ('cheque print')
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ARG-CHEQUE))
                   = "print"
               CALL "cheque_queue_ap" USING BY VALUE WS-ARG-ID
                                      RETURNING WS-RC
               IF WS-RC = 0
                   DISPLAY "Payment queued for cheque printing"
               ELSE
                   DISPLAY "Warning: payment could not be queued "
                           "for cheque printing"
               END-IF
           END-IF

           COMPUTE WS-DISP-AR-OPEN = WS-AR-OPEN / 100
           IF WS-AR-OPEN = 0
               DISPLAY "Bill " WS-ARG-ID " paid in full from '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT) "'"
           ELSE
               DISPLAY "Payment applied from '"
                       FUNCTION TRIM(WS-ARG-ACCOUNT)
                       "', open balance now " WS-DISP-AR-OPEN
           END-IF.

      *> ---------------------------------------------------------
      *> AP-MATCH - 三单匹配: 挂了承诺的账单只有在账单/承诺/
      *> 收货三方在容差内一致时才可付 (.ledgerrc
      *> match_price_tolerance / match_qty_tolerance, 百分比,
      *> 缺省 5 / 0). 带 --id 只重匹一张, 否则重匹全部待匹配的
      *> ---------------------------------------------------------
       AP-MATCH.
           MOVE 0 TO WS-MATCH-COUNT WS-MATCH-EXC-COUNT
           IF WS-ARG-ID NOT = 0
               MOVE WS-ARG-ID TO WS-MATCH-BILL-ID
               PERFORM AP-MATCH-ONE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MATCH-IDS-COUNT
           CALL "ap_match_pending_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0 OR WS-MATCH-IDS-COUNT >= 200
               CALL "ap_match_pending_next"
                    USING BY REFERENCE WS-MATCH-BILL-ID
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-MATCH-IDS-COUNT
                   MOVE WS-MATCH-BILL-ID
                        TO WS-MATCH-IDS(WS-MATCH-IDS-COUNT)
               END-IF
           END-PERFORM
           CALL "ap_match_pending_end" RETURNING WS-RC

           PERFORM VARYING WS-MATCH-IDS-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDS-IDX > WS-MATCH-IDS-COUNT
               MOVE WS-MATCH-IDS(WS-MATCH-IDS-IDX) TO WS-MATCH-BILL-ID
               PERFORM AP-MATCH-ONE
           END-PERFORM
           MOVE WS-MATCH-COUNT TO WS-MATCH-COUNT-DISP
           MOVE WS-MATCH-EXC-COUNT TO WS-MATCH-EXC-DISP
           DISPLAY "Three-way match: "
                   FUNCTION TRIM(WS-MATCH-COUNT-DISP) " matched, "
                   FUNCTION TRIM(WS-MATCH-EXC-DISP) " exception(s)".

      *> ---------------------------------------------------------
      *> 匹配一张账单 (WS-MATCH-BILL-ID), 结果写回匹配状态
      *> ---------------------------------------------------------
       AP-MATCH-ONE.
           CALL "ap_match_get" USING BY VALUE WS-MATCH-BILL-ID
                                     BY REFERENCE WS-MATCH-BILL-AMT
                                     BY REFERENCE WS-MATCH-BILL-QTY
                                     BY REFERENCE WS-MATCH-CMT-ID
                                     BY REFERENCE WS-MATCH-CMT-AMT
                                     BY REFERENCE WS-MATCH-ORDER-QTY
                                     BY REFERENCE WS-MATCH-RECV-QTY
                               RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Bill " WS-MATCH-BILL-ID " is not linked to "
                       "a commitment - no match needed"
               EXIT PARAGRAPH
           END-IF

           PERFORM AP-MATCH-EVALUATE
           CALL "ap_match_set" USING BY VALUE WS-MATCH-BILL-ID
                                     BY REFERENCE WS-MATCH-STATUS
                                     BY REFERENCE WS-MATCH-REASON
                               RETURNING WS-RC
           IF WS-MATCH-STATUS = "matched"
               ADD 1 TO WS-MATCH-COUNT
               DISPLAY "  bill " WS-MATCH-BILL-ID " matched to "
                       "commitment " WS-MATCH-CMT-ID " - payable"
           ELSE
               ADD 1 TO WS-MATCH-EXC-COUNT
               DISPLAY "  bill " WS-MATCH-BILL-ID " MATCH EXCEPTION: "
                       FUNCTION TRIM(WS-MATCH-REASON)
           END-IF.

      *> ---------------------------------------------------------
      *> 判定: 先看收货, 再看数量, 最后看价格/金额
      *> ---------------------------------------------------------
       AP-MATCH-EVALUATE.
           MOVE "exception" TO WS-MATCH-STATUS
           IF WS-MATCH-RECV-QTY = 0
               MOVE "no goods received against the commitment"
                    TO WS-MATCH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MATCH-BILL-QTY > 0
                   AND WS-MATCH-BILL-QTY * 100 >
                       WS-MATCH-RECV-QTY * (100 + WS-MATCH-QTY-TOL)
               MOVE "quantity billed exceeds quantity received"
                    TO WS-MATCH-REASON
               EXIT PARAGRAPH
           END-IF

      *>   有订货数量时按单价比, 否则按承诺总额封顶
           IF WS-MATCH-ORDER-QTY > 0 AND WS-MATCH-BILL-QTY > 0
               COMPUTE WS-MATCH-EXPECTED ROUNDED =
                       WS-MATCH-CMT-AMT * WS-MATCH-BILL-QTY
                       / WS-MATCH-ORDER-QTY
           ELSE
               MOVE WS-MATCH-CMT-AMT TO WS-MATCH-EXPECTED
           END-IF
           COMPUTE WS-MATCH-LIMIT ROUNDED =
                   WS-MATCH-EXPECTED * WS-MATCH-PRICE-TOL / 100
           COMPUTE WS-MATCH-DIFF =
                   WS-MATCH-BILL-AMT - WS-MATCH-EXPECTED
           IF WS-MATCH-ORDER-QTY > 0 AND WS-MATCH-BILL-QTY > 0
               IF WS-MATCH-DIFF < 0
                   COMPUTE WS-MATCH-DIFF = 0 - WS-MATCH-DIFF
               END-IF
               IF WS-MATCH-DIFF > WS-MATCH-LIMIT
                   MOVE "unit price differs from the commitment"
                        TO WS-MATCH-REASON
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-MATCH-DIFF > WS-MATCH-LIMIT
                   MOVE "bill exceeds the committed amount"
                        TO WS-MATCH-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "matched" TO WS-MATCH-STATUS
           MOVE SPACES TO WS-MATCH-REASON.

      *> ---------------------------------------------------------
      *> 付款闸门: 匹配例外且未经主管放行的账单不能付
      *> (未挂承诺的账单不受影响). 结果在 WS-MATCH-STATUS
      *> ---------------------------------------------------------
       AP-MATCH-GATE.
           MOVE SPACES TO WS-MATCH-STATUS
           CALL "ap_match_status" USING BY VALUE WS-MATCH-BILL-ID
                                        BY REFERENCE WS-MATCH-STATUS
                                        BY REFERENCE WS-MATCH-REASON
                                  RETURNING WS-RC.

      *> ---------------------------------------------------------
       AP-EXCEPTIONS.
           DISPLAY "BILL      VENDOR                      AMOUNT  "
                   "COMMIT    REASON"
           CALL "ap_match_exc_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "ap_match_exc_next"
                    USING BY REFERENCE WS-MATCH-BILL-ID
                          BY REFERENCE WS-AR-PAYEE
                          BY REFERENCE WS-MATCH-BILL-AMT
                          BY REFERENCE WS-MATCH-CMT-ID
                          BY REFERENCE WS-MATCH-REASON
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-MATCH-BILL-ID TO WS-LIST-ID-DISP
                   COMPUTE WS-DISP-AR-OPEN = WS-MATCH-BILL-AMT / 100
                   DISPLAY WS-LIST-ID-DISP "  " WS-AR-PAYEE(1:20)
                           "  " WS-DISP-AR-OPEN "  "
                           WS-MATCH-CMT-ID "  "
                           FUNCTION TRIM(WS-MATCH-REASON)
               END-IF
           END-PERFORM
           CALL "ap_match_exc_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> AP-RELEASE - 主管放行一张匹配例外的账单, 原因必填并留档
      *> ---------------------------------------------------------
       AP-RELEASE.
           IF WS-ARG-ID = 0 OR WS-ARG-NOTE = SPACES
               DISPLAY "Error: --id and --note (reason) are "
                       "required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "supervisor" TO WS-PRIV-NEEDED
           PERFORM CHECK-PRIVILEGE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           CALL "ap_match_release" USING BY VALUE WS-ARG-ID
                                         BY REFERENCE WS-OPERATOR
                                         BY REFERENCE WS-ARG-NOTE
                                   RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Bill " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC = 7
               DISPLAY "Error: Bill " WS-ARG-ID " is not on the "
                       "match-exception list"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to release bill"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Bill " WS-ARG-ID " released for payment by "
                   FUNCTION TRIM(WS-OPERATOR) " - reason recorded".

      *> ---------------------------------------------------------
      *> AP-IMPORT - 供应商电子发票 (UBL 风格 XML) 导入成 ap 账单
      *> 取发票号/开票日/到期日/供应商/行金额/增值税; 供应商按
      *> 收款人主档 (payee normalize 用的同一查找) 换成规范名,
      *> 税额与 --tax-amount 进同一税额字段, report vat 直接可读.
      *> 同一供应商同一发票号已导过的整份拒收 (曾重复付过一次);
      *> 校验不过的文件移到 ./reject/, 旁边写一份 .reason 原因
      *> ---------------------------------------------------------
       AP-IMPORT.
           IF WS-ARG-FILE = SPACES
               DISPLAY "Error: --file is required"
               DISPLAY "Usage: ledger ap import --file <invoice.xml>"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-FILE TO WS-EIN-PATH
           OPEN INPUT EINV-FILE
           IF WS-EIN-STATUS NOT = "00"
               DISPLAY "Error: Cannot open invoice file "
                       FUNCTION TRIM(WS-EIN-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EIN-EOF WS-EIN-LONG
           MOVE 0 TO WS-EIN-IN-SUPPLIER WS-EIN-IN-CUSTOMER
                     WS-EIN-IN-LINE WS-EIN-IN-TAXTOT WS-EIN-IN-TAXSUB
                     WS-EIN-IN-TOTALS WS-EIN-NET WS-EIN-TAX
                     WS-EIN-GROSS WS-EIN-TAX-SEEN WS-EIN-LINES
                     WS-EIN-BAD-AMT WS-EIN-BILL-ID
           MOVE SPACES TO WS-EIN-INV-NO WS-EIN-VENDOR WS-EIN-ISSUE
                          WS-EIN-DUE WS-EIN-REASON
           PERFORM UNTIL WS-EIN-EOF = 1
               READ EINV-FILE
                   AT END
                       MOVE 1 TO WS-EIN-EOF
               END-READ
               IF WS-EIN-EOF = 0
      *>           整行读满说明行尾被截掉了, 后面的标签与金额看不到
                   IF WS-EIN-REC(2000:1) NOT = SPACE
                       MOVE 1 TO WS-EIN-LONG
                   END-IF
                   PERFORM EINV-SCAN-LINE
               END-IF
           END-PERFORM
           CLOSE EINV-FILE

           PERFORM EINV-VALIDATE
           IF WS-EIN-REASON NOT = SPACES
               MOVE 0 TO WS-ICL-ACCEPTED
               PERFORM EINV-ICL-RECORD
               PERFORM EINV-REJECT-FILE
               EXIT PARAGRAPH
           END-IF

      *>   账单带进项税额: 开票日落在已申报期间的整份拒收,
      *>   文件留在原处, 更正走下一期 vat adjust
           MOVE 0 TO WS-VLK-ID
           MOVE WS-EIN-ISSUE TO WS-VLK-DATE
           MOVE WS-EIN-TAX TO WS-VLK-TAX
           PERFORM VAT-LOCK-CHECK
           IF WS-VLK-LOCKED = 1
               MOVE 0 TO WS-ICL-ACCEPTED
               PERFORM EINV-ICL-RECORD
               MOVE 5 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "ap_add_einvoice" USING BY REFERENCE WS-PAYEE-CANON
                                        BY VALUE WS-EIN-GROSS
                                        BY VALUE WS-EIN-TAX
                                        BY REFERENCE WS-PAYEE-DEF-CAT
                                        BY REFERENCE WS-EIN-ISSUE
                                        BY REFERENCE WS-EIN-DUE
                                        BY REFERENCE WS-EIN-INV-NO
                                        BY REFERENCE WS-EIN-BILL-ID
                                  RETURNING WS-RC
           IF WS-RC = 7
               MOVE "duplicate vendor invoice number - already loaded"
                    TO WS-EIN-REASON
               MOVE 0 TO WS-ICL-ACCEPTED
               PERFORM EINV-ICL-RECORD
               PERFORM EINV-REJECT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to add vendor bill"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DISP-EIN-NET = WS-EIN-NET / 100
           COMPUTE WS-DISP-EIN-TAX = WS-EIN-TAX / 100
           COMPUTE WS-DISP-EIN-GROSS = WS-EIN-GROSS / 100
           MOVE WS-EIN-LINES TO WS-EIN-LINES-DISP
           DISPLAY "E-invoice " FUNCTION TRIM(WS-EIN-INV-NO)
                   " from '" FUNCTION TRIM(WS-PAYEE-CANON)
                   "' recorded as bill " WS-EIN-BILL-ID
           DISPLAY "  issued " FUNCTION TRIM(WS-EIN-ISSUE)
                   ", due " FUNCTION TRIM(WS-EIN-DUE) ", "
                   FUNCTION TRIM(WS-EIN-LINES-DISP) " line(s)"
           DISPLAY "  net " WS-DISP-EIN-NET "  VAT " WS-DISP-EIN-TAX
                   "  gross " WS-DISP-EIN-GROSS
           MOVE 1 TO WS-ICL-ACCEPTED
           PERFORM EINV-ICL-RECORD.

      *> ---------------------------------------------------------
      *> 电子发票进接口控制日志: 一份文件一张账单, 调用方只给
      *> 收/拒 (WS-ICL-ACCEPTED 1/0); 拒收的在移走之前记, 散列
      *> 才算得到原文件
      *> ---------------------------------------------------------
       EINV-ICL-RECORD.
           MOVE "einvoice" TO WS-ICL-INTERFACE
           MOVE "in" TO WS-ICL-DIRECTION
           MOVE WS-EIN-PATH TO WS-ICL-FILE
           MOVE 1 TO WS-ICL-HDR-COUNT
           MOVE WS-EIN-GROSS TO WS-ICL-HDR-TOTAL
           IF WS-ICL-ACCEPTED = 1
               MOVE 0 TO WS-ICL-REJECTED
               MOVE WS-EIN-GROSS TO WS-ICL-POSTED
           ELSE
               MOVE 1 TO WS-ICL-REJECTED
               MOVE 0 TO WS-ICL-POSTED
           END-IF
           PERFORM ICL-RECORD.

      *> ---------------------------------------------------------
      *> 扫一行 XML: 按 "<" 切段, 每段是 "标签 属性>值"
      *> (一行多个标签也能处理)
      *> ---------------------------------------------------------
       EINV-SCAN-LINE.
           MOVE 1 TO WS-EIN-PTR
           PERFORM UNTIL WS-EIN-PTR > 2000
               MOVE SPACES TO WS-EIN-SEG
               UNSTRING WS-EIN-REC DELIMITED BY "<"
                   INTO WS-EIN-SEG
                   WITH POINTER WS-EIN-PTR
               END-UNSTRING
               IF WS-EIN-SEG NOT = SPACES
                   PERFORM EINV-ONE-TAG
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 一个标签: 去掉名字空间前缀, 维护所在的聚合 (供应商/
      *> 客户/发票行/税额合计/金额合计), 取需要的叶子值
      *> ---------------------------------------------------------
       EINV-ONE-TAG.
           MOVE SPACES TO WS-EIN-TAGPART WS-EIN-VALUE WS-EIN-T1
                          WS-EIN-T2 WS-EIN-TAG
           UNSTRING WS-EIN-SEG DELIMITED BY ">"
               INTO WS-EIN-TAGPART WS-EIN-VALUE
           END-UNSTRING
           IF WS-EIN-TAGPART(1:1) = "?" OR WS-EIN-TAGPART(1:1) = "!"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EIN-CLOSE
           IF WS-EIN-TAGPART(1:1) = "/"
               MOVE 1 TO WS-EIN-CLOSE
               UNSTRING WS-EIN-TAGPART(2:) DELIMITED BY SPACE OR "/"
                   INTO WS-EIN-T1
               END-UNSTRING
           ELSE
               UNSTRING WS-EIN-TAGPART DELIMITED BY SPACE OR "/"
                   INTO WS-EIN-T1
               END-UNSTRING
           END-IF
           UNSTRING WS-EIN-T1 DELIMITED BY ":"
               INTO WS-EIN-T2 WS-EIN-TAG
           END-UNSTRING
           IF WS-EIN-TAG = SPACES
               MOVE WS-EIN-T2 TO WS-EIN-TAG
           END-IF

           IF WS-EIN-CLOSE = 1
               EVALUATE WS-EIN-TAG
                   WHEN "AccountingSupplierParty"
                       MOVE 0 TO WS-EIN-IN-SUPPLIER
                   WHEN "AccountingCustomerParty"
                       MOVE 0 TO WS-EIN-IN-CUSTOMER
                   WHEN "InvoiceLine"
                       MOVE 0 TO WS-EIN-IN-LINE
                   WHEN "TaxTotal"
                       MOVE 0 TO WS-EIN-IN-TAXTOT
                   WHEN "TaxSubtotal"
                       MOVE 0 TO WS-EIN-IN-TAXSUB
                   WHEN "LegalMonetaryTotal"
                       MOVE 0 TO WS-EIN-IN-TOTALS
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-EIN-TAG
               WHEN "AccountingSupplierParty"
                   MOVE 1 TO WS-EIN-IN-SUPPLIER
               WHEN "AccountingCustomerParty"
                   MOVE 1 TO WS-EIN-IN-CUSTOMER
               WHEN "InvoiceLine"
                   MOVE 1 TO WS-EIN-IN-LINE
               WHEN "TaxTotal"
                   MOVE 1 TO WS-EIN-IN-TAXTOT
               WHEN "TaxSubtotal"
                   MOVE 1 TO WS-EIN-IN-TAXSUB
               WHEN "LegalMonetaryTotal"
                   MOVE 1 TO WS-EIN-IN-TOTALS
      *>       文档级第一个 ID 就是发票号 (UBL 元素顺序固定)
               WHEN "ID"
                   IF WS-EIN-INV-NO = SPACES
                      AND WS-EIN-IN-SUPPLIER = 0
                      AND WS-EIN-IN-CUSTOMER = 0
                      AND WS-EIN-IN-LINE = 0
                       MOVE FUNCTION TRIM(WS-EIN-VALUE)
                            TO WS-EIN-INV-NO
                   END-IF
               WHEN "IssueDate"
                   IF WS-EIN-IN-LINE = 0
                       MOVE FUNCTION TRIM(WS-EIN-VALUE)
                            TO WS-EIN-ISSUE
                   END-IF
               WHEN "DueDate"
               WHEN "PaymentDueDate"
                   IF WS-EIN-DUE = SPACES
                       MOVE FUNCTION TRIM(WS-EIN-VALUE)
                            TO WS-EIN-DUE
                   END-IF
               WHEN "Name"
               WHEN "RegistrationName"
                   IF WS-EIN-IN-SUPPLIER = 1
                      AND WS-EIN-VENDOR = SPACES
                       MOVE FUNCTION TRIM(WS-EIN-VALUE)
                            TO WS-EIN-VENDOR
                   END-IF
               WHEN "LineExtensionAmount"
                   IF WS-EIN-IN-LINE = 1
                       PERFORM EINV-PARSE-AMOUNT
                       ADD WS-EIN-AMT-CENTS TO WS-EIN-NET
                       ADD 1 TO WS-EIN-LINES
                   END-IF
      *>       只取单据级税额合计, 分税率小计与行上的不重复累加
               WHEN "TaxAmount"
                   IF WS-EIN-IN-TAXTOT = 1 AND WS-EIN-IN-TAXSUB = 0
                      AND WS-EIN-IN-LINE = 0
                       PERFORM EINV-PARSE-AMOUNT
                       ADD WS-EIN-AMT-CENTS TO WS-EIN-TAX
                       MOVE 1 TO WS-EIN-TAX-SEEN
                   END-IF
               WHEN "PayableAmount"
                   IF WS-EIN-IN-TOTALS = 1
                       PERFORM EINV-PARSE-AMOUNT
                       MOVE WS-EIN-AMT-CENTS TO WS-EIN-GROSS
                   END-IF
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> 金额文本 -> 分 (允许前导负号, 如折扣行)
      *> ---------------------------------------------------------
       EINV-PARSE-AMOUNT.
           MOVE 0 TO WS-EIN-AMT-CENTS
           MOVE FUNCTION TRIM(WS-EIN-VALUE) TO WS-EIN-AMT-TXT
           IF WS-EIN-AMT-TXT(1:1) = "-"
               MOVE WS-EIN-AMT-TXT(2:) TO WS-ARG-AMOUNT
           ELSE
               MOVE WS-EIN-AMT-TXT TO WS-ARG-AMOUNT
           END-IF
           MOVE "AMOUNT" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-AMOUNT WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               MOVE 1 TO WS-EIN-BAD-AMT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           COMPUTE WS-EIN-AMT-CENTS ROUNDED = WS-AMOUNT-NUM * 100
           IF WS-EIN-AMT-TXT(1:1) = "-"
               COMPUTE WS-EIN-AMT-CENTS = 0 - WS-EIN-AMT-CENTS
           END-IF.

      *> ---------------------------------------------------------
      *> 校验整份发票; 不合格时原因留在 WS-EIN-REASON
      *> ---------------------------------------------------------
       EINV-VALIDATE.
           IF WS-EIN-LONG = 1
               MOVE "line longer than 2000 bytes - file not read whole"
                    TO WS-EIN-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-EIN-BAD-AMT = 1
               MOVE "unreadable amount in the file" TO WS-EIN-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-EIN-INV-NO = SPACES
               MOVE "no invoice number (ID)" TO WS-EIN-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-EIN-VENDOR = SPACES
               MOVE "no supplier name (AccountingSupplierParty)"
                    TO WS-EIN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-EIN-ISSUE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               MOVE "missing or invalid IssueDate" TO WS-EIN-REASON
               EXIT PARAGRAPH
           END-IF
      *>   没给到期日按开票日即付
           IF WS-EIN-DUE = SPACES
               MOVE WS-EIN-ISSUE TO WS-EIN-DUE
           END-IF
           CALL "VALIDATE" USING WS-EIN-DUE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               MOVE "invalid DueDate" TO WS-EIN-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-EIN-LINES = 0
               MOVE "no invoice lines" TO WS-EIN-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-EIN-GROSS NOT > 0
               MOVE "PayableAmount missing or not positive"
                    TO WS-EIN-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-EIN-NET + WS-EIN-TAX NOT = WS-EIN-GROSS
               MOVE "line amounts plus VAT do not equal PayableAmount"
                    TO WS-EIN-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EIN-VENDOR TO WS-ARG-CAT-TO
           CALL "payee_lookup" USING BY REFERENCE WS-ARG-CAT-TO
                                     BY REFERENCE WS-PAYEE-CANON
                                     BY REFERENCE WS-PAYEE-DEF-CAT
                                     BY REFERENCE WS-PAYEE-DEF-ACCT
                                     BY REFERENCE WS-PAYEE-DEF-DEDUCT
                               RETURNING WS-RC
           IF WS-RC NOT = 0
               MOVE SPACES TO WS-EIN-REASON
               STRING "supplier '" FUNCTION TRIM(WS-EIN-VENDOR)
                      "' is not on the payee master"
                      DELIMITED SIZE INTO WS-EIN-REASON
               EXIT PARAGRAPH
           END-IF

           CALL "ap_invoice_exists" USING BY REFERENCE WS-PAYEE-CANON
                                          BY REFERENCE WS-EIN-INV-NO
                                          BY REFERENCE WS-EIN-BILL-ID
                                    RETURNING WS-RC
           IF WS-RC = 0
               MOVE SPACES TO WS-EIN-REASON
               STRING "duplicate: invoice "
                      FUNCTION TRIM(WS-EIN-INV-NO)
                      " already loaded as bill " WS-EIN-BILL-ID
                      DELIMITED SIZE INTO WS-EIN-REASON
           END-IF.

      *> ---------------------------------------------------------
      *> 拒收: 原文件移到 ./reject/, 同名加 .reason 写明原因.
      *> 返回码 1; 文件搬不动或原因写不出时 4
      *> ---------------------------------------------------------
       EINV-REJECT-FILE.
           MOVE 1 TO WS-RETURN-CODE
           MOVE 0 TO WS-EIN-IDX
           PERFORM VARYING WS-EIN-PTR FROM 1 BY 1
                   UNTIL WS-EIN-PTR > 201
               IF WS-ARG-FILE(WS-EIN-PTR:1) = "/"
                   MOVE WS-EIN-PTR TO WS-EIN-IDX
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-EIN-BASE WS-EIN-DEST WS-REJ-PATH
           MOVE WS-ARG-FILE(WS-EIN-IDX + 1:) TO WS-EIN-BASE
           STRING "./reject/" FUNCTION TRIM(WS-EIN-BASE)
                  DELIMITED SIZE INTO WS-EIN-DEST
           STRING FUNCTION TRIM(WS-EIN-DEST) ".reason"
                  DELIMITED SIZE INTO WS-REJ-PATH

           CALL "CBL_RENAME_FILE" USING WS-ARG-FILE WS-EIN-DEST
           MOVE RETURN-CODE TO WS-EIN-MOVE-RC

           OPEN OUTPUT REJECT-FILE
           IF WS-REJ-STATUS = "00"
               MOVE SPACES TO WS-REJ-LINE
               STRING "FILE:    " FUNCTION TRIM(WS-EIN-BASE)
                      DELIMITED SIZE INTO WS-REJ-LINE
               WRITE WS-REJ-LINE
               MOVE SPACES TO WS-REJ-LINE
               STRING "REASON:  " FUNCTION TRIM(WS-EIN-REASON)
                      DELIMITED SIZE INTO WS-REJ-LINE
               WRITE WS-REJ-LINE
               MOVE SPACES TO WS-REJ-LINE
               STRING "INVOICE: " FUNCTION TRIM(WS-EIN-INV-NO)
                      "  SUPPLIER: " FUNCTION TRIM(WS-EIN-VENDOR)
                      DELIMITED SIZE INTO WS-REJ-LINE
               WRITE WS-REJ-LINE
               CLOSE REJECT-FILE
           END-IF

           DISPLAY "Error: e-invoice rejected - "
                   FUNCTION TRIM(WS-EIN-REASON)
           IF WS-EIN-MOVE-RC = 0
               DISPLAY "File moved to " FUNCTION TRIM(WS-EIN-DEST)
           ELSE
               DISPLAY "Error: rejected invoice left in place at "
                       FUNCTION TRIM(WS-ARG-FILE)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-REJ-STATUS = "00"
               DISPLAY "(reason in " FUNCTION TRIM(WS-REJ-PATH) ")"
           ELSE
               DISPLAY "Error: cannot write reason file "
                       FUNCTION TRIM(WS-REJ-PATH)
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
       AP-LIST.
           DISPLAY "ID        VENDOR                ORIGINAL     "
                   "OPEN         SINCE       DUE"
           CALL "ap_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "ap_list_next"
                    USING BY REFERENCE WS-AR-ID
                          BY REFERENCE WS-AR-PAYEE
                          BY REFERENCE WS-AR-ORIG
                           FUNCTION TRIM(WS-AR-DUE)
               END-IF
           END-PERFORM
           CALL "ap_list_end" RETURNING WS-RC.

      *> ============================================================
      *> CMD: payrun - 供应商付款批 (propose/list/show/approve/pay/
      *> file). 以前每张账单走一次 AP-PAY, 付完再去网银逐笔重敲:
      *> propose 按截止日挑出到期未付的 ap 账单, 先拿付款账户的
      *> 保底余额 (account set-floor) 把关再成提案; 主管 approve
      *> 之后 pay 在一个运行号下逐张核销 ('run backout' 可整批
      *> 冲回), 同时写出银行付款文件 (头/每收款人一条明细/尾,
      *> 与 'export gl' 同一套定长接口纪律) 和每家供应商一份
      *> 付款通知单. 'payrun file' 按登记的流水号原样重发
      *> ============================================================
       CMD-PAYRUN.
           CALL "db_open" USING BY REFERENCE WS-DB-PATH
                          RETURNING WS-RC
           IF WS-RC = 6
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED)
               DISPLAY FUNCTION TRIM(WS-MSG-DB-LOCKED-HINT)
               MOVE 6 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               PERFORM DISPLAY-DB-OPEN-ERROR
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBCOMMAND
               WHEN "propose"
                   PERFORM PAYRUN-PROPOSE
               WHEN "list"
                   PERFORM PAYRUN-LIST
               WHEN "show"
                   PERFORM PAYRUN-SHOW
               WHEN "approve"
                   PERFORM PAYRUN-APPROVE
               WHEN "pay"
                   PERFORM PAYRUN-PAY
               WHEN "file"
                   PERFORM PAYRUN-RESEND
               WHEN OTHER
                   DISPLAY "Error: payrun requires a subcommand"
                   DISPLAY "Usage: ledger payrun propose --due "
                           "YYYY-MM-DD --account <paying account>"
                   DISPLAY "       ledger payrun list"
                   DISPLAY "       ledger payrun show --id N"
                   DISPLAY "       ledger payrun approve --id N"
                   DISPLAY "       ledger payrun pay --id N "
                           "--date YYYY-MM-DD [--out file]"
                   DISPLAY "       ledger payrun file --id N "
                           "[--out file]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> PAYRUN-PROPOSE - 截止日 (--due) 及以前到期的未付账单
      *> 成一份提案; 提案合计先过付款账户的保底余额闸门
      *> (GUARD-CHECK-TRANSFER, 与转账同一条闸门, --force 放行
      *> 并记流水), 过不了闸门不成提案
      *> ---------------------------------------------------------
       PAYRUN-PROPOSE.
           IF WS-ARG-DUE = SPACES OR WS-ARG-ACCOUNT = SPACES
               DISPLAY "Error: --due and --account are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE" TO WS-VALID-TYPE
           CALL "VALIDATE" USING WS-ARG-DUE WS-VALID-TYPE
                                  WS-VALID-RESULT WS-VALID-ERROR-MSG
           IF WS-VALID-RESULT NOT = 1
               DISPLAY "Error: " FUNCTION TRIM(WS-VALID-ERROR-MSG)
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   先试算: 列出将要入提案的账单并累计合计
           MOVE 0 TO WS-PRN-COUNT WS-PRN-TOTAL
           DISPLAY "BILL      VENDOR                DUE         "
                   "      OPEN"
           CALL "payrun_due_begin" USING BY REFERENCE WS-ARG-DUE
                                   RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "payrun_due_next"
                    USING BY REFERENCE WS-AR-ID
                          BY REFERENCE WS-AR-PAYEE
                          BY REFERENCE WS-AR-OPEN
                          BY REFERENCE WS-AR-DUE
                    RETURNING WS-RC
               IF WS-RC = 0
                   ADD 1 TO WS-PRN-COUNT
                   ADD WS-AR-OPEN TO WS-PRN-TOTAL
                   MOVE WS-AR-ID TO WS-LIST-ID-DISP
                   COMPUTE WS-DISP-PRN-AMT = WS-AR-OPEN / 100
                   DISPLAY WS-LIST-ID-DISP "  "
                           FUNCTION TRIM(WS-AR-PAYEE) "  "
                           FUNCTION TRIM(WS-AR-DUE) "  "
                           WS-DISP-PRN-AMT
               END-IF
           END-PERFORM
           CALL "payrun_due_end" RETURNING WS-RC

           IF WS-PRN-COUNT = 0
               DISPLAY "No open bills due on or before "
                       FUNCTION TRIM(WS-ARG-DUE)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRN-COUNT TO WS-PRN-COUNT-DISP
           COMPUTE WS-DISP-PRN-TOTAL = WS-PRN-TOTAL / 100
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-PRN-COUNT-DISP)
                   " bill(s), total " WS-DISP-PRN-TOTAL

      *>   付款账户保底余额把关 (按提案日的余额)
           MOVE WS-ARG-ACCOUNT TO WS-ARG-FROM-ACCOUNT
           MOVE WS-ARG-DUE TO WS-ARG-DATE
           MOVE WS-PRN-TOTAL TO WS-AMOUNT-CENTS
           PERFORM GUARD-CHECK-TRANSFER
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Proposal NOT created"
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-DRY-RUN = 1
               DISPLAY "DRY RUN - no proposal created"
               EXIT PARAGRAPH
           END-IF

           CALL "payrun_propose" USING BY REFERENCE WS-ARG-DUE
                                       BY REFERENCE WS-ARG-ACCOUNT
                                       BY REFERENCE WS-PRN-ID
                                 RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Failed to create the payment proposal"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Payment proposal " WS-PRN-ID " created - "
                   "a supervisor must run 'ledger payrun approve "
                   "--id " WS-PRN-ID "'".

      *> ---------------------------------------------------------
       PAYRUN-LIST.
           DISPLAY "PROPOSAL  STATUS      CUT-OFF     ACCOUNT      "
                   "         TOTAL  RUN"
           CALL "payrun_list_begin" RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               CALL "payrun_list_next"
                    USING BY REFERENCE WS-PRN-ID
                          BY REFERENCE WS-PRN-STATUS
                          BY REFERENCE WS-PRN-CUTOFF
                          BY REFERENCE WS-PRN-ACCOUNT
                          BY REFERENCE WS-PRN-TOTAL
                          BY REFERENCE WS-PRN-RUN-ID
                    RETURNING WS-RC
               IF WS-RC = 0
                   MOVE WS-PRN-ID TO WS-LIST-ID-DISP
                   COMPUTE WS-DISP-PRN-TOTAL = WS-PRN-TOTAL / 100
                   MOVE WS-PRN-RUN-ID TO WS-RUN-ID-DISP
                   DISPLAY WS-LIST-ID-DISP "  "
                           WS-PRN-STATUS "  "
                           FUNCTION TRIM(WS-PRN-CUTOFF) "  "
                           FUNCTION TRIM(WS-PRN-ACCOUNT) "  "
                           WS-DISP-PRN-TOTAL "  "
                           FUNCTION TRIM(WS-RUN-ID-DISP)
               END-IF
           END-PERFORM
           CALL "payrun_list_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
       PAYRUN-SHOW.
           IF WS-ARG-ID = 0
               DISPLAY "Error: --id is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM PAYRUN-LOAD
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DISP-PRN-TOTAL = WS-PRN-TOTAL / 100
           DISPLAY "Proposal " WS-ARG-ID "  status "
                   FUNCTION TRIM(WS-PRN-STATUS) "  account "
                   FUNCTION TRIM(WS-PRN-ACCOUNT) "  cut-off "
                   FUNCTION TRIM(WS-PRN-CUTOFF)
           DISPLAY "Proposed by " FUNCTION TRIM(WS-PRN-PROPOSER)
                   "  approved by " FUNCTION TRIM(WS-PRN-APPROVER)
           DISPLAY "BILL      VENDOR                DUE         "
                   "      AMOUNT  PAID"
           PERFORM VARYING WS-PRN-IDX FROM 1 BY 1
                   UNTIL WS-PRN-IDX > WS-PRN-COUNT
               MOVE WS-PRN-L-BILL(WS-PRN-IDX) TO WS-LIST-ID-DISP
               COMPUTE WS-DISP-PRN-AMT =
                       WS-PRN-L-AMT(WS-PRN-IDX) / 100
               DISPLAY WS-LIST-ID-DISP "  "
                       FUNCTION TRIM(WS-PRN-L-PAYEE(WS-PRN-IDX))
                       "  " FUNCTION TRIM(WS-PRN-L-DUE(WS-PRN-IDX))
                       "  " WS-DISP-PRN-AMT "  "
                       WS-PRN-L-PAID(WS-PRN-IDX)
           END-PERFORM
           DISPLAY "Total " WS-DISP-PRN-TOTAL.

      *> ---------------------------------------------------------
      *> PAYRUN-APPROVE - 主管批准提案; 提案人不能自批
      *> (后端对同一操作者返回 7)
      *> ---------------------------------------------------------
       PAYRUN-APPROVE.
           IF WS-ARG-ID = 0
               DISPLAY "Error: --id is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "supervisor" TO WS-PRIV-NEEDED
           PERFORM CHECK-PRIVILEGE
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           CALL "payrun_approve" USING BY VALUE WS-ARG-ID
                                       BY REFERENCE WS-OPERATOR
                                 RETURNING WS-RC
           IF WS-RC = 3
               DISPLAY "Error: Proposal " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC = 7
               DISPLAY "Error: Proposal " WS-ARG-ID " is not "
                       "awaiting approval, or was proposed by "
                       "operator '" FUNCTION TRIM(WS-OPERATOR) "'"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "Error: Approval failed"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Proposal " WS-ARG-ID " approved by "
                   FUNCTION TRIM(WS-OPERATOR).

      *> ---------------------------------------------------------
      *> PAYRUN-PAY - 付一份已批准的提案: 闸门复核后在一个运行
      *> 号下逐张走 ap_pay (提案之后已被单独付掉/改小的账单跳过
      *> 并点名), 然后写银行付款文件和各供应商的付款通知单
      *> ---------------------------------------------------------
       PAYRUN-PAY.
           IF WS-ARG-ID = 0 OR WS-ARG-DATE = SPACES
               DISPLAY "Error: --id and --date are required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM PAYRUN-LOAD
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-PRN-STATUS) NOT = "approved"
               DISPLAY "Error: Proposal " WS-ARG-ID " is "
                       FUNCTION TRIM(WS-PRN-STATUS)
                       " - only an approved proposal can be paid"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *>   付款日的余额可能与提案日不同, 闸门再过一次
           MOVE WS-PRN-ACCOUNT TO WS-ARG-FROM-ACCOUNT
           MOVE WS-PRN-TOTAL TO WS-AMOUNT-CENTS
           PERFORM GUARD-CHECK-TRANSFER
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Payment run NOT posted"
               EXIT PARAGRAPH
           END-IF

           MOVE "payrun" TO WS-RUN-TYPE
           PERFORM BEGIN-BATCH-RUN
           MOVE 0 TO WS-PRN-PAID WS-PRN-SKIPPED WS-PRN-PAID-TOTAL
           PERFORM VARYING WS-PRN-IDX FROM 1 BY 1
                   UNTIL WS-PRN-IDX > WS-PRN-COUNT
               PERFORM PAYRUN-PAY-ONE-BILL
           END-PERFORM
           CALL "run_end" RETURNING WS-RC

           MOVE WS-ARG-DATE TO WS-PRN-PAID-DATE
           MOVE WS-RUN-ID TO WS-PRN-RUN-ID
           CALL "payrun_mark_paid" USING BY VALUE WS-ARG-ID
                                         BY VALUE WS-RUN-ID
                                         BY REFERENCE WS-ARG-DATE
                                   RETURNING WS-RC
           MOVE WS-RUN-ID TO WS-RUN-ID-DISP
      *>   提案没标成已付, 下次还会再付一遍: 银行文件不出,
      *>   已落账的付款由操作员整批冲回后重跑
           IF WS-RC NOT = 0
               DISPLAY "Error: Proposal " WS-ARG-ID " could not be "
                       "marked paid - bank file NOT written"
               DISPLAY "Back out the payments with 'ledger run "
                       "backout --id " FUNCTION TRIM(WS-RUN-ID-DISP)
                       "' and pay the proposal again"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRN-PAID TO WS-PRN-COUNT-DISP
           COMPUTE WS-DISP-PRN-TOTAL = WS-PRN-PAID-TOTAL / 100
           DISPLAY " "
           DISPLAY "Payment run posted: "
                   FUNCTION TRIM(WS-PRN-COUNT-DISP)
                   " bill(s), total " WS-DISP-PRN-TOTAL
                   " (run " FUNCTION TRIM(WS-RUN-ID-DISP) ")"
           IF WS-PRN-SKIPPED > 0
               MOVE WS-PRN-SKIPPED TO WS-PRN-COUNT-DISP
               DISPLAY FUNCTION TRIM(WS-PRN-COUNT-DISP)
                       " bill(s) skipped - settled or changed "
                       "since the proposal"
               MOVE 1 TO WS-RETURN-CODE
           END-IF
           IF WS-PRN-PAID = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM PAYRUN-WRITE-BANK-FILE.

      *> ---------------------------------------------------------
       PAYRUN-PAY-ONE-BILL.
           MOVE WS-PRN-L-BILL(WS-PRN-IDX) TO WS-MATCH-BILL-ID
           PERFORM AP-MATCH-GATE
           IF WS-MATCH-STATUS = "exception"
                   OR WS-MATCH-STATUS = "pending"
               ADD 1 TO WS-PRN-SKIPPED
               MOVE 0 TO WS-PRN-L-PAID(WS-PRN-IDX)
               DISPLAY "  skipped bill " WS-PRN-L-BILL(WS-PRN-IDX)
                       " - three-way match exception"
               EXIT PARAGRAPH
           END-IF
           CALL "ap_pay" USING BY VALUE WS-PRN-L-BILL(WS-PRN-IDX)
                               BY VALUE WS-PRN-L-AMT(WS-PRN-IDX)
                               BY REFERENCE WS-ARG-DATE
                               BY REFERENCE WS-PRN-ACCOUNT
                               BY REFERENCE WS-AR-OPEN
                         RETURNING WS-RC
           IF WS-RC NOT = 0
               ADD 1 TO WS-PRN-SKIPPED
               MOVE 0 TO WS-PRN-L-PAID(WS-PRN-IDX)
               DISPLAY "  skipped bill " WS-PRN-L-BILL(WS-PRN-IDX)
                       " (" FUNCTION TRIM(
                       WS-PRN-L-PAYEE(WS-PRN-IDX)) ") rc " WS-RC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRN-PAID
           ADD WS-PRN-L-AMT(WS-PRN-IDX) TO WS-PRN-PAID-TOTAL
           MOVE 1 TO WS-PRN-L-PAID(WS-PRN-IDX)
           CALL "payrun_line_paid"
                USING BY VALUE WS-ARG-ID
                      BY VALUE WS-PRN-L-BILL(WS-PRN-IDX)
                RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> PAYRUN-RESEND - 按登记的流水号原样重写银行付款文件与
      *> 付款通知单 (银行说没收到/文件损坏时用)
      *> ---------------------------------------------------------
       PAYRUN-RESEND.
           IF WS-ARG-ID = 0
               DISPLAY "Error: --id is required"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM PAYRUN-LOAD
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-PRN-STATUS) NOT = "paid"
               DISPLAY "Error: Proposal " WS-ARG-ID " has not been "
                       "paid - nothing to transmit"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM PAYRUN-WRITE-BANK-FILE.

      *> ---------------------------------------------------------
      *> 取提案抬头与明细 (明细按收款人排序, 写文件时据此分组)
      *> ---------------------------------------------------------
       PAYRUN-LOAD.
           CALL "payrun_get" USING BY VALUE WS-ARG-ID
                                   BY REFERENCE WS-PRN-STATUS
                                   BY REFERENCE WS-PRN-CUTOFF
                                   BY REFERENCE WS-PRN-ACCOUNT
                                   BY REFERENCE WS-PRN-TOTAL
                                   BY REFERENCE WS-PRN-PROPOSER
                                   BY REFERENCE WS-PRN-APPROVER
                                   BY REFERENCE WS-PRN-RUN-ID
                                   BY REFERENCE WS-PRN-PAID-DATE
                             RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Proposal " WS-ARG-ID " not found"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PRN-COUNT
           CALL "payrun_line_begin" USING BY VALUE WS-ARG-ID
                                    RETURNING WS-RC
           MOVE 0 TO WS-RC
           PERFORM UNTIL WS-RC NOT = 0
               IF WS-PRN-COUNT >= 200
                   DISPLAY "Warning: more than 200 bills in the "
                           "proposal - the rest are ignored"
                   MOVE 1 TO WS-RC
               ELSE
                   ADD 1 TO WS-PRN-COUNT
                   CALL "payrun_line_next"
                        USING BY REFERENCE
                                 WS-PRN-L-BILL(WS-PRN-COUNT)
                              BY REFERENCE
                                 WS-PRN-L-PAYEE(WS-PRN-COUNT)
                              BY REFERENCE
                                 WS-PRN-L-AMT(WS-PRN-COUNT)
                              BY REFERENCE
                                 WS-PRN-L-DUE(WS-PRN-COUNT)
                              BY REFERENCE
                                 WS-PRN-L-NOTE(WS-PRN-COUNT)
                              BY REFERENCE
                                 WS-PRN-L-PAID(WS-PRN-COUNT)
                        RETURNING WS-RC
                   IF WS-RC NOT = 0
                       SUBTRACT 1 FROM WS-PRN-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CALL "payrun_line_end" RETURNING WS-RC.

      *> ---------------------------------------------------------
      *> 写银行付款文件: 头 (流水号/建档日/起息日/付款账户/运行
      *> 号) + 每收款人一条明细 (同一供应商的多张账单并成一笔)
      *> + 尾 (笔数与金额控制数); 每家供应商另出一份付款通知单
      *> ---------------------------------------------------------
       PAYRUN-WRITE-BANK-FILE.
           MOVE SPACES TO WS-BPY-H-CREATED
           CALL "bankpay_next_seq" USING BY VALUE WS-ARG-ID
                                         BY REFERENCE WS-BPY-SEQ
                                         BY REFERENCE WS-BPY-H-CREATED
                                   RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "Error: Cannot allocate payment file "
                       "sequence number"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BPY-SEQ TO WS-BPY-H-SEQ

           IF WS-OUT-PATH NOT = SPACES
               MOVE WS-OUT-PATH TO WS-BPY-PATH
           ELSE
               MOVE SPACES TO WS-BPY-PATH
               STRING "./export/bankpay_" WS-BPY-H-SEQ ".dat"
                      DELIMITED SIZE INTO WS-BPY-PATH
           END-IF

           OPEN OUTPUT BANKPAY-FILE
           IF WS-BPY-STATUS NOT = "00"
               DISPLAY "Error: Cannot create payment file "
                       FUNCTION TRIM(WS-BPY-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-BPY-H-CREATED = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
               STRING WS-DT-YEAR "-" WS-DT-MONTH "-" WS-DT-DAY
                      DELIMITED SIZE INTO WS-BPY-H-CREATED
           END-IF
           MOVE WS-PRN-PAID-DATE TO WS-BPY-H-VALUE-DATE
           MOVE WS-PRN-ACCOUNT TO WS-BPY-H-ACCOUNT
           MOVE WS-PRN-RUN-ID TO WS-BPY-H-RUN
           MOVE SPACES TO WS-BPY-LINE
           MOVE WS-BPY-HEADER-REC TO WS-BPY-LINE
           WRITE WS-BPY-LINE

           MOVE 0 TO WS-BPY-COUNT WS-BPY-TOTAL WS-PRN-VENDORS
           MOVE SPACES TO WS-PRN-GRP-PAYEE
           MOVE 0 TO WS-PRN-GRP-TOTAL WS-PRN-GRP-BILLS
           PERFORM VARYING WS-PRN-IDX FROM 1 BY 1
                   UNTIL WS-PRN-IDX > WS-PRN-COUNT
               IF WS-PRN-L-PAID(WS-PRN-IDX) = 1
                   IF WS-PRN-L-PAYEE(WS-PRN-IDX)
                           NOT = WS-PRN-GRP-PAYEE
                       PERFORM PAYRUN-VENDOR-BREAK
                       PERFORM PAYRUN-REMIT-OPEN
                   END-IF
                   PERFORM PAYRUN-REMIT-LINE
               END-IF
           END-PERFORM
           PERFORM PAYRUN-VENDOR-BREAK

           MOVE WS-BPY-COUNT TO WS-BPY-T-COUNT
           MOVE WS-BPY-TOTAL TO WS-BPY-T-TOTAL
           MOVE SPACES TO WS-BPY-LINE
           MOVE WS-BPY-TRAILER-REC TO WS-BPY-LINE
           WRITE WS-BPY-LINE
           CLOSE BANKPAY-FILE

      *>   发送登记: 重发复用流水号以这条记录为准
           CALL "bankpay_log_send" USING BY VALUE WS-BPY-SEQ
                                         BY VALUE WS-ARG-ID
                                         BY REFERENCE WS-BPY-PATH
                                         BY VALUE WS-BPY-COUNT
                                         BY VALUE WS-BPY-TOTAL
                                   RETURNING WS-RC

           MOVE WS-BPY-COUNT TO WS-GL-COUNT-DISP
           MOVE WS-PRN-VENDORS TO WS-PRN-VENDORS-DISP
           COMPUTE WS-DISP-PRN-TOTAL = WS-BPY-TOTAL / 100
           DISPLAY "Bank payment file " FUNCTION TRIM(WS-BPY-PATH)
                   " written (sequence " WS-BPY-H-SEQ ")"
           DISPLAY FUNCTION TRIM(WS-GL-COUNT-DISP)
                   " payment(s), total " WS-DISP-PRN-TOTAL "; "
                   FUNCTION TRIM(WS-PRN-VENDORS-DISP)
                   " remittance advice(s) written"

           MOVE "bankpay" TO WS-ICL-INTERFACE
           MOVE "out" TO WS-ICL-DIRECTION
           MOVE WS-BPY-PATH TO WS-ICL-FILE
           MOVE WS-BPY-COUNT TO WS-ICL-HDR-COUNT WS-ICL-ACCEPTED
           MOVE WS-BPY-TOTAL TO WS-ICL-HDR-TOTAL WS-ICL-POSTED
           MOVE WS-PRN-RUN-ID TO WS-ICL-RUN-ID
           PERFORM ICL-RECORD.

      *> ---------------------------------------------------------
      *> 收款人换档: 上一家的合计写成一条付款明细并收尾通知单
      *> ---------------------------------------------------------
       PAYRUN-VENDOR-BREAK.
           IF WS-PRN-GRP-BILLS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BPY-COUNT
           ADD WS-PRN-GRP-TOTAL TO WS-BPY-TOTAL
           MOVE WS-PRN-GRP-PAYEE TO WS-BPY-D-PAYEE
           MOVE WS-PRN-GRP-TOTAL TO WS-BPY-D-AMOUNT
           MOVE WS-PRN-GRP-BILLS TO WS-BPY-D-BILLS
           MOVE SPACES TO WS-BPY-D-REF
           STRING "PR" WS-ARG-ID "-" WS-PRN-VENDOR-NO
                  DELIMITED SIZE INTO WS-BPY-D-REF
           MOVE SPACES TO WS-BPY-LINE
           MOVE WS-BPY-DETAIL-REC TO WS-BPY-LINE
           WRITE WS-BPY-LINE

      *>   通知单没开成时只出付款明细, 不碰未打开的打印文件
           IF WS-PRN-REMIT-OK = 1
               COMPUTE WS-DISP-PRN-TOTAL = WS-PRN-GRP-TOTAL / 100
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "------------------------------------------"
                    TO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "TOTAL PAID:          " WS-DISP-PRN-TOTAL
                      DELIMITED SIZE INTO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
               CLOSE PRINT-FILE
               MOVE 0 TO WS-PRN-REMIT-OK
           END-IF
           MOVE 0 TO WS-PRN-GRP-TOTAL WS-PRN-GRP-BILLS.

      *> ---------------------------------------------------------
      *> 开一份付款通知单 (与 AR-INVOICE 同一定宽打印纪律)
      *> ---------------------------------------------------------
       PAYRUN-REMIT-OPEN.
           MOVE WS-PRN-L-PAYEE(WS-PRN-IDX) TO WS-PRN-GRP-PAYEE
           ADD 1 TO WS-PRN-VENDORS
           MOVE WS-PRN-VENDORS TO WS-PRN-VENDOR-NO
           MOVE SPACES TO WS-PRINT-PATH
           STRING "./export/remit_" WS-BPY-H-SEQ "_"
                  WS-PRN-VENDOR-NO ".txt"
                  DELIMITED SIZE INTO WS-PRINT-PATH
           MOVE 0 TO WS-PRN-REMIT-OK
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Error: Cannot create remittance advice "
                       FUNCTION TRIM(WS-PRINT-PATH)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PRN-REMIT-OK

           IF WS-CONFIG-BIZ-NAME NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING FUNCTION TRIM(WS-CONFIG-BIZ-NAME)
                      DELIMITED SIZE INTO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
           END-IF
           IF WS-CONFIG-BIZ-ADDR NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING FUNCTION TRIM(WS-CONFIG-BIZ-ADDR)
                      DELIMITED SIZE INTO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "REMITTANCE ADVICE" TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "------------------------------------------"
                TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PAYEE:       " FUNCTION TRIM(WS-PRN-GRP-PAYEE)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PAYMENT DATE:" FUNCTION TRIM(WS-PRN-PAID-DATE)
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REFERENCE:   PR" WS-ARG-ID "-" WS-PRN-VENDOR-NO
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "BILL        DUE                   AMOUNT"
                TO WS-PRINT-LINE
           WRITE WS-PRINT-LINE.

      *> ---------------------------------------------------------
       PAYRUN-REMIT-LINE.
           ADD 1 TO WS-PRN-GRP-BILLS
           ADD WS-PRN-L-AMT(WS-PRN-IDX) TO WS-PRN-GRP-TOTAL
           IF WS-PRN-REMIT-OK = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DISP-PRN-AMT = WS-PRN-L-AMT(WS-PRN-IDX) / 100
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-PRN-L-BILL(WS-PRN-IDX) "  "
                  WS-PRN-L-DUE(WS-PRN-IDX) "  "
                  WS-DISP-PRN-AMT "  "
                  FUNCTION TRIM(WS-PRN-L-NOTE(WS-PRN-IDX))
                  DELIMITED SIZE INTO WS-PRINT-LINE
           WRITE WS-PRINT-LINE.

      *> ============================================================
      *> CMD: claim - 员工垫付报销单 (open/line/approve/reimburse)
      *>   这里的删除/驳回调用一律用 WS-RC-SAVE 接返回码
           EVALUATE FUNCTION UPPER-CASE(WS-USER-INPUT)
               WHEN "D"
                   MOVE WS-DUP-ID2 TO WS-VLK-ID
                   MOVE SPACES TO WS-VLK-DATE
                   MOVE 0 TO WS-VLK-TAX
                   PERFORM VAT-LOCK-CHECK
                   MOVE 5 TO WS-RC-SAVE
                   MOVE 0 TO WS-HLD-BLOCKED
                   IF WS-VLK-LOCKED = 0
                       MOVE "tx" TO WS-HLD-SCOPE
                       MOVE WS-DUP-ID2 TO WS-HLD-ID
                       MOVE SPACES TO WS-HLD-ARG
                       PERFORM HOLD-CHECK
                       MOVE 7 TO WS-RC-SAVE
                   END-IF
                   IF WS-VLK-LOCKED = 0 AND WS-HLD-BLOCKED = 0
                       CALL "tx_delete" USING BY VALUE WS-DUP-ID2
                                        RETURNING WS-RC-SAVE
                   END-IF
                   IF WS-RC-SAVE = 0
                       ADD 1 TO WS-DEDUP-DELETED
                       DISPLAY "Transaction " WS-DUP-ID2 " deleted"
           DISPLAY "  dedupe                  Scan for duplicate "
                   "pairs and confirm or dismiss each"
           DISPLAY "  project                 Manage project/cost-"
                   "center master, estimates and progress"
           DISPLAY "                          (report project shows "
                   "forecast at completion)"
           DISPLAY "  goal                    Manage savings goals "
                   "(report goals tracks progress)"
           DISPLAY "  loan                    Manage loans: monthly "
                   "split posting and payoff schedule"
           DISPLAY "  asset                   Fixed-asset register "
                   "with month-end depreciation run"
           DISPLAY "  points                  Card rewards: earn rules,"
                   " redemptions, expiry, value"
           DISPLAY "  mileage                 Vehicle trip log, rates,"
                   " monthly mileage claims"
           DISPLAY "  hsa                     HSA/FSA plans: limits, "
                   "eligible claims, forfeiture"
           DISPLAY "  insurance               Policy register: "
                   "premiums, claims, renewals"
           DISPLAY "  scenario                What-if sandboxes: "
                   "create, list, drop, compare"
           DISPLAY "  fund                    Restricted funds: "
                   "releases, statement of fund balances"
           DISPLAY "  lease                   Rent roll: leases, rent "
                   "run, late fees, deposits"
           DISPLAY "  item                    Inventory: receipts, "
                   "issues at average cost, counts"
           DISPLAY "  invest                  Securities: lots, prices,"
                   " holdings, realized gains"
           DISPLAY "  fx / revalue            Dated FX rate table "
                   "and month-end currency revaluation"
           DISPLAY "  payee                   Payee master: canonical "
                   "names, defaults, normalize history"
           DISPLAY "  payee info-return       Year-end vendor payment "
                   "filing file + recipient copies"
           DISPLAY "  calendar --days N       One dated agenda of "
                   "everything coming due (recur/loan/card/ar/ap)"
           DISPLAY "  holiday                 Business-day calendars;"
                   " rules take --roll forward|back|none"
           DISPLAY "  role                    Operator roles: clerk/"
                   "supervisor/admin gate privileged commands"
           DISPLAY "  master                  Master-data change log;"
                   " pending/approve/reject held changes"
           DISPLAY "  signon                  Operator PIN sign-on;"
                   " on/off/pin/enroll/reset/list"
           DISPLAY "  hold                    Legal hold: freeze rows"
                   " or a period against archive/undo/bulk edits"
           DISPLAY "  checklist               Month-end close "
                   "checklist: tasks, auto-checks, sign-off"
           DISPLAY "  apply-spool             Post entries queued "
                   "while the database was locked"
           DISPLAY "  jobstream --month M     Run the nightly batch "
           DISPLAY "  payoff --amount N       Snowball vs avalanche "
                   "debt plans (--choose feeds recur rules)"
           DISPLAY "  till --file F           Post a till Z-report "
                   "day file (H/D/P/I/T records)"
           DISPLAY "  lockbox import --file F Apply bank lockbox "
                   "receipts to invoices (H/D/T); unapplied cash"
           DISPLAY "  giftcard                Issue/redeem/expire "
                   "store credit with a liability balance"
           DISPLAY "  upgrade                 Migrate an older "
                   "--where filter, preview and run backout"
           DISPLAY "  export analytics        Fact file plus "
                   "dimension files with consistent keys"
           DISPLAY "  export saft --year Y    Standard audit file "
                   "(masters, entries, documents)"
           DISPLAY "  export journal          Plain-text double-entry "
                   "journal (journal-check re-reads it)"
           DISPLAY "  setup                   Guided first-run "
                   "wizard: accounts, categories, budgets,"
           DISPLAY "                          recurring bills - "
                   "snapshot (backup restore --file undoes;"
           DISPLAY "                          backup replay restores "
                   "then replays the ops journal forward)"
           DISPLAY "  maint                   Table stats and growth, "
                   "reindex and compaction with history"
           DISPLAY "  entry                   Control-totalled entry "
                   "batch: open, key, release when it balances"
           DISPLAY "  suspense                Unidentified bank rows: "
                   "list and reclassify out of suspense"
           DISPLAY "  report kpi --month M    Financial health "
                   "dashboard (thresholds: kpi_* in .ledgerrc)"
           DISPLAY "  cpi                     Monthly price index "
                   "table; reports take --real YYYY-MM"
           DISPLAY "  report books            Sales/purchases/cash "
                   "receipts/disbursements journals (132 col)"
           DISPLAY "  sample                  Audit sampling "
                   "(random/systematic/mus) with evidence bundle"
           DISPLAY "  layout                  Saved report layouts: "
                   "columns, group subtotals, sort, filter"
           DISPLAY "  --format svg|html       Chart for report trend/"
                   "matrix/budget and networth --history"
           DISPLAY "  audit                   Deep cross-record "
                   "integrity check (--repair to fix)"
           DISPLAY "  seal                    Chained fingerprint "
                   "seal over a period's audit trail"
           DISPLAY "  cheque                  Cheque register: "
                   "outstanding list, clear/void/stop"
           DISPLAY "  cheque pospay           Positive-pay issue file;"
                   " bank exceptions flagged for pay/return"
           DISPLAY "  cheque print            Print queued payments on "
                   "registered cheque stock; stock report"
           DISPLAY "  ar                      Receivables: who owes "
                   "what (report aging buckets it)"
           DISPLAY "  dunning run --date D    Escalating overdue "
                   "reminder letters; optional late fee"
           DISPLAY "  vat                     VAT return by quarter; "
                   "file posts + locks the period"
           DISPLAY "  esttax                  Quarterly estimated "
                   "tax worksheet with safe-harbour check"
           DISPLAY "  ap                      Payables: vendor bills "
                   "with due dates (report ap-aging buckets)"
           DISPLAY "  ap match                Three-way match bills to "
                   "commitment + receipt; exceptions/release"
           DISPLAY "  ap import               Load a supplier e-invoice"
                   " (UBL XML) as a bill"
           DISPLAY "  payrun                  Propose/approve/pay due "
                   "bills in one run; bank file + remittances"
           DISPLAY "  ar invoice              Print a numbered fixed-"
                   "width invoice for a receivable"
           DISPLAY "  ar credit               Numbered credit memo "
                   "against an invoice; excess held as credit"
           DISPLAY "  claim                   Expense claims: lines "
                   "under one claim, approve, reimburse"
           DISPLAY "  template                Named entry templates "
                   "(see .ledgerrc profile.<name>=<path>)"
           DISPLAY "  --profiles a,b,c        Several profiles at "
                   "once (list; report consolidated)"
           DISPLAY "  --scenario name         Run against a what-if "
                   "sandbox copy, not the real books"
           DISPLAY "  --out path              Output file path"
           DISPLAY "  --lang en|zh            Output language "
                   "(.ledgerrc lang=.. sets the default)"
