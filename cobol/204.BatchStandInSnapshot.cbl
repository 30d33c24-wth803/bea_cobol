IDENTIFICATION DIVISION.
PROGRAM-ID. STANDINSNAP01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAP-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 断联代授权筛查快照：ATM/卡交换在核心不可达时按此文件代为
*> 授权。一客户一渠道一行；硬性拒绝的客户只出一行(渠道留空，
*> 金额为零)，交换对该客户一律拒绝。带全行约定的头/尾记录
*> (FILEWRAP01)，交换经FILEVER01同一口径校验后装载
FD  SNAPSHOT-FILE.
01  SNAPSHOT-RECORD.
    05  SN-TENANT-NO          PIC X(10).     *> 租户编号
    05  SN-CUST-NO            PIC X(20).     *> 客户编号
    05  SN-DENY-FLG           PIC X(01).     *> Y=硬性拒绝/N=按额度代授权
    05  SN-DENY-RSN-CD        PIC X(04).     *> 拒绝原因代码(同CTRLSCRN01)
    05  SN-PMIT-TERMINAL-CD   PIC X(02).     *> 渠道/终端类型代码
    05  SN-CURR-CD            PIC X(03).     *> 限额币种
    05  SN-SGL-TX-HIGH-AMT    PIC 9(10)V99.  *> 单笔最高金额(含在力调升)
    05  SN-SGL-TX-LOW-AMT     PIC 9(10)V99.  *> 单笔最低金额
    05  SN-DAY-REMAIN-AMT     PIC 9(10)V99.  *> 本渠道日剩余金额
    05  SN-DAY-REMAIN-CNT     PIC 9(05).     *> 本渠道日剩余笔数
    05  SN-AGGR-CURR-CD       PIC X(03).     *> 全渠道汇总限额币种(空=未设定)
    05  SN-AGGR-DAY-REMAIN-AMT PIC 9(10)V99. *> 全渠道日剩余金额

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-CUST-COUNT           PIC 9(7) VALUE 0.
01  WS-DENY-COUNT           PIC 9(7) VALUE 0.
01  WS-CHNL-COUNT           PIC 9(7) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(7) VALUE 0.

*> FETCH刚取到的SQLCODE单独保存作为游标循环的退出条件(同
*> MGMTNAMELISTBAT01)；渠道游标嵌在客户游标内，各用各的
01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-CH-FETCH-SQLCODE     PIC S9(9) COMP-4.

*> 客户游标读出的一行：生命周期状态口径同CTRLSCRN01的
*> CHECK-CUST-LIFECYCLE(客户主档无行的按在网处理)
01  WS-TENANT-NO            PIC X(10).
01  WS-CUST-NO              PIC X(20).
01  WS-DECD-FLG             PIC X(01).
01  WS-ESTATE-RELS-FLG      PIC X(01).
01  WS-VALID-FLG            PIC X(01).
01  WS-MERGED-TO-CUST-NO    PIC X(20).

*> 渠道游标读出的一行
01  WS-PMIT-TERMINAL-CD     PIC X(02).
01  WS-LMT-CURR-CD          PIC X(03).

*> 硬性拒绝判定：身故(未经遗产结案解锁)/销户/并档/在力司法冻结/
*> 有效管控名单，取评估顺序上的第一个原因；冻结登记簿或名单表
*> 查不了的从严按SN01(状态不明)拒绝——代授权宁拒勿放
01  WS-DENY-FLG             PIC X(01).
01  WS-DENY-RSN-CD          PIC X(04).
01  WS-CTRL-HIT-COUNT       PIC 9(5).
01  WS-CURRENT-DATE-TIME    PIC X(21).
01  WS-CURRENT-DATE         PIC X(08).
01  WS-FRZ-RESP-CODE        PIC X(06).
01  WS-FRZ-RESP-MSG         PIC X(50).

*> 渠道额度余量(QRYCHNLHEADROOM01)工作区：单笔上限含在力临时
*> 调升，日余量已扣CHNLUTILPOST01累计的当日用量与预占
01  WS-HR-RESP-CODE         PIC X(06).
01  WS-HR-RESP-MSG          PIC X(50).
01  WS-HR-SGL-TX-HIGH-AMT   PIC 9(10)V99.
01  WS-HR-SGL-TX-LOW-AMT    PIC 9(10)V99.
01  WS-HR-DAY-REMAIN-AMT    PIC 9(10)V99.
01  WS-HR-DAY-REMAIN-CNT    PIC 9(05).
01  WS-HR-MON-REMAIN-AMT    PIC 9(10)V99.
01  WS-HR-MON-REMAIN-CNT    PIC 9(05).
01  WS-HR-QT-REMAIN-AMT     PIC 9(10)V99.
01  WS-HR-QT-REMAIN-CNT     PIC 9(05).
01  WS-HR-YR-REMAIN-AMT     PIC 9(10)V99.
01  WS-HR-YR-REMAIN-CNT     PIC 9(05).
01  WS-HR-AGGR-LMT-FLG      PIC X(01).
01  WS-HR-AGGR-CURR-CD      PIC X(03).
01  WS-HR-AGGR-DAY-REMAIN-AMT PIC 9(10)V99.
01  WS-HR-AGGR-MON-REMAIN-AMT PIC 9(10)V99.

*> 全行文件头/尾/校验合计统一拼装(FILEWRAP01)工作区
01  WS-FW-MODE-CD           PIC X(01).
01  WS-FW-INTERFACE-ID      PIC X(10) VALUE 'STANDINSNP'.
01  WS-FW-BIZ-DT            PIC X(08).
01  WS-FW-FMT-VER           PIC X(02) VALUE '01'.
01  WS-FW-RECORD-TEXT       PIC X(512).
01  WS-FW-REC-COUNT         PIC 9(09).
01  WS-FW-CHECKSUM          PIC 9(18).
01  WS-FW-RESP-CODE         PIC X(06).
01  WS-FW-RESP-MSG          PIC X(50).
01  WS-FW-LINE              PIC X(80).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO        PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD          PIC X(01).
01  WS-BD-SET-DT           PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE        PIC X(06).
01  WS-BD-RESP-MSG         PIC X(50).
01  WS-BD-BIZ-DT           PIC X(08).

*> 快照文件按业务日期+出数时刻分代(日内多次刷新，交换取最新一
*> 代)，每代登记报表产出台账(RPTRUNREG01)，过期代次由RPTRETN01
*> 按保留期清理
01  WS-SNAP-FILE-NAME       PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'STANDINSNAP01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 断联代授权筛查快照批：核心不可达时ATM/卡交换只能凭本地规则
*> 代授权，此前连已冻结、已身故的客户都照批。本批日内多次运行，
*> 为每个设有渠道限额的客户出一行紧凑快照——硬性拒绝状态(口径
*> 同CTRLSCRN01：身故/销户/并档/在力司法冻结/有效管控名单)，
*> 否则逐渠道给出单笔上下限与当日剩余额度(QRYCHNLHEADROOM01，
*> 含全渠道汇总日余量)。日内刷新不走BATRUNCTL01的同日防重跑，
*> 每代以出数时刻区分
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CURRENT-DATE

    MOVE SPACES TO WS-SNAP-FILE-NAME
    STRING 'STANDIN.SCRN.SNAPSHOT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT             DELIMITED BY SIZE
           '.'                      DELIMITED BY SIZE
           WS-CURRENT-DATE-TIME(9:6) DELIMITED BY SIZE
      INTO WS-SNAP-FILE-NAME
    END-STRING

    OPEN OUTPUT SNAPSHOT-FILE

    MOVE WS-BD-BIZ-DT TO WS-FW-BIZ-DT
    MOVE 'H' TO WS-FW-MODE-CD
    CALL 'FILEWRAP01' USING WS-FW-MODE-CD, WS-FW-INTERFACE-ID,
                            WS-FW-BIZ-DT, WS-FW-FMT-VER,
                            WS-FW-RECORD-TEXT, WS-FW-REC-COUNT,
                            WS-FW-CHECKSUM, WS-FW-RESP-CODE,
                            WS-FW-RESP-MSG, WS-FW-LINE
    END-CALL
    WRITE SNAPSHOT-RECORD FROM WS-FW-LINE

    *> 设有渠道限额的客户(含已失效的限额行，销户/并档客户的限额
    *> 多已失效，仍须出拒绝行)，带出生命周期状态
    EXEC SQL
        DECLARE SNAP-CUST-CUR CURSOR FOR
        SELECT DISTINCT C.TENANT_NO, C.CUST_NO,
               COALESCE(B.DECD_FLG, '0'),
               COALESCE(B.ESTATE_RELS_FLG, '0'),
               COALESCE(B.VALID_FLG, '1'),
               COALESCE(B.MERGED_TO_CUST_NO, ' ')
          FROM CUST_CHNL_TXN_COMMOND C
          LEFT JOIN CUSTOMER_BASIC_INFO B
            ON B.TENANT_NO = C.TENANT_NO
           AND B.CUST_NO = C.CUST_NO
         ORDER BY C.TENANT_NO, C.CUST_NO
    END-EXEC.

    EXEC SQL OPEN SNAP-CUST-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '代授权快照客户游标打开失败'
       CLOSE SNAPSHOT-FILE
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH SNAP-CUST-CUR
            INTO :WS-TENANT-NO, :WS-CUST-NO, :WS-DECD-FLG,
                 :WS-ESTATE-RELS-FLG, :WS-VALID-FLG,
                 :WS-MERGED-TO-CUST-NO
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM SNAP-ONE-CUST
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE SNAP-CUST-CUR END-EXEC.

    MOVE 'T' TO WS-FW-MODE-CD
    CALL 'FILEWRAP01' USING WS-FW-MODE-CD, WS-FW-INTERFACE-ID,
                            WS-FW-BIZ-DT, WS-FW-FMT-VER,
                            WS-FW-RECORD-TEXT, WS-FW-REC-COUNT,
                            WS-FW-CHECKSUM, WS-FW-RESP-CODE,
                            WS-FW-RESP-MSG, WS-FW-LINE
    END-CALL
    WRITE SNAPSHOT-RECORD FROM WS-FW-LINE

    CLOSE SNAPSHOT-FILE

    *> 快照代次登记
    MOVE WS-FW-REC-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-SNAP-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '断联代授权快照批完成，客户:' WS-CUST-COUNT
            ' 硬性拒绝:' WS-DENY-COUNT ' 渠道行:' WS-CHNL-COUNT
            ' 状态不明:' WS-FAIL-COUNT.

    GOBACK.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

*> 一个客户：先判硬性拒绝，拒绝的只出一行；否则逐个有效渠道
*> 限额出一行
SNAP-ONE-CUST.
    ADD 1 TO WS-CUST-COUNT
    PERFORM EVAL-HARD-DENY

    IF WS-DENY-FLG = 'Y'
       ADD 1 TO WS-DENY-COUNT
       MOVE SPACES TO WS-PMIT-TERMINAL-CD
       MOVE SPACES TO WS-LMT-CURR-CD
       PERFORM WRITE-DENY-LINE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        DECLARE SNAP-CHNL-CUR CURSOR FOR
        SELECT PMIT_TERMINAL_CD, CURR_CD
          FROM CUST_CHNL_TXN_COMMOND
         WHERE TENANT_NO = :WS-TENANT-NO
           AND CUST_NO = :WS-CUST-NO
           AND VALID_FLG = '1'
         ORDER BY PMIT_TERMINAL_CD
    END-EXEC

    EXEC SQL OPEN SNAP-CHNL-CUR END-EXEC
    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       MOVE 'SN01' TO WS-DENY-RSN-CD
       MOVE SPACES TO WS-PMIT-TERMINAL-CD
       MOVE SPACES TO WS-LMT-CURR-CD
       PERFORM WRITE-DENY-LINE
       EXIT PARAGRAPH
    END-IF

    MOVE SQLCODE TO WS-CH-FETCH-SQLCODE
    PERFORM UNTIL WS-CH-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH SNAP-CHNL-CUR
            INTO :WS-PMIT-TERMINAL-CD, :WS-LMT-CURR-CD
       END-EXEC
       MOVE SQLCODE TO WS-CH-FETCH-SQLCODE

       IF WS-CH-FETCH-SQLCODE = 0
          PERFORM SNAP-ONE-CHNL
       END-IF
    END-PERFORM

    EXEC SQL CLOSE SNAP-CHNL-CUR END-EXEC.

*> 硬性拒绝判定，评估顺序同CTRLSCRN01(生命周期→司法冻结→管控
*> 名单)
EVAL-HARD-DENY.
    MOVE 'N' TO WS-DENY-FLG
    MOVE SPACES TO WS-DENY-RSN-CD

    EVALUATE TRUE
       WHEN WS-DECD-FLG = '1' AND WS-ESTATE-RELS-FLG NOT = '1'
          MOVE 'LC01' TO WS-DENY-RSN-CD
       WHEN WS-VALID-FLG NOT = '1'
          MOVE 'LC02' TO WS-DENY-RSN-CD
       WHEN WS-MERGED-TO-CUST-NO NOT = SPACES
          MOVE 'LC03' TO WS-DENY-RSN-CD
       WHEN OTHER
          CONTINUE
    END-EVALUATE

    IF WS-DENY-RSN-CD NOT = SPACES
       MOVE 'Y' TO WS-DENY-FLG
       EXIT PARAGRAPH
    END-IF

    CALL 'FRZCHK01' USING WS-TENANT-NO, WS-CUST-NO,
                          WS-FRZ-RESP-CODE, WS-FRZ-RESP-MSG
    END-CALL
    IF WS-FRZ-RESP-CODE = 'F20050'
       MOVE 'Y' TO WS-DENY-FLG
       MOVE 'JF01' TO WS-DENY-RSN-CD
       EXIT PARAGRAPH
    END-IF
    IF WS-FRZ-RESP-CODE NOT = '000000'
       ADD 1 TO WS-FAIL-COUNT
       MOVE 'Y' TO WS-DENY-FLG
       MOVE 'SN01' TO WS-DENY-RSN-CD
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-CTRL-HIT-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-CTRL-HIT-COUNT
          FROM PERSONAL_CUSTOMER_LIST
         WHERE CUST_NO = :WS-CUST-NO
           AND CTRL_FLG = '1'
           AND VALID_FLG = '1'
           AND (EFFT_DT = SPACES OR EFFT_DT <= :WS-CURRENT-DATE)
           AND (INVALID_DT = SPACES
                OR INVALID_DT >= :WS-CURRENT-DATE)
    END-EXEC

    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       MOVE 'Y' TO WS-DENY-FLG
       MOVE 'SN01' TO WS-DENY-RSN-CD
       EXIT PARAGRAPH
    END-IF

    IF WS-CTRL-HIT-COUNT > 0
       MOVE 'Y' TO WS-DENY-FLG
       MOVE 'NL01' TO WS-DENY-RSN-CD
    END-IF.

*> 一个有效渠道限额：经QRYCHNLHEADROOM01取单笔上下限与当日余量；
*> 余量查不出的该渠道按SN01拒绝
SNAP-ONE-CHNL.
    CALL 'QRYCHNLHEADROOM01' USING WS-TENANT-NO, WS-CUST-NO,
                                   WS-PMIT-TERMINAL-CD,
                                   WS-LMT-CURR-CD,
                                   WS-HR-RESP-CODE, WS-HR-RESP-MSG,
                                   WS-HR-SGL-TX-HIGH-AMT,
                                   WS-HR-SGL-TX-LOW-AMT,
                                   WS-HR-DAY-REMAIN-AMT,
                                   WS-HR-DAY-REMAIN-CNT,
                                   WS-HR-MON-REMAIN-AMT,
                                   WS-HR-MON-REMAIN-CNT,
                                   WS-HR-QT-REMAIN-AMT,
                                   WS-HR-QT-REMAIN-CNT,
                                   WS-HR-YR-REMAIN-AMT,
                                   WS-HR-YR-REMAIN-CNT,
                                   WS-HR-AGGR-LMT-FLG,
                                   WS-HR-AGGR-CURR-CD,
                                   WS-HR-AGGR-DAY-REMAIN-AMT,
                                   WS-HR-AGGR-MON-REMAIN-AMT
    END-CALL

    IF WS-HR-RESP-CODE NOT = '000000'
       ADD 1 TO WS-FAIL-COUNT
       MOVE 'SN01' TO WS-DENY-RSN-CD
       PERFORM WRITE-DENY-LINE
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO SNAPSHOT-RECORD
    MOVE WS-TENANT-NO TO SN-TENANT-NO
    MOVE WS-CUST-NO TO SN-CUST-NO
    MOVE 'N' TO SN-DENY-FLG
    MOVE WS-PMIT-TERMINAL-CD TO SN-PMIT-TERMINAL-CD
    MOVE WS-LMT-CURR-CD TO SN-CURR-CD
    MOVE WS-HR-SGL-TX-HIGH-AMT TO SN-SGL-TX-HIGH-AMT
    MOVE WS-HR-SGL-TX-LOW-AMT TO SN-SGL-TX-LOW-AMT
    MOVE WS-HR-DAY-REMAIN-AMT TO SN-DAY-REMAIN-AMT
    MOVE WS-HR-DAY-REMAIN-CNT TO SN-DAY-REMAIN-CNT
    IF WS-HR-AGGR-LMT-FLG = 'Y'
       MOVE WS-HR-AGGR-CURR-CD TO SN-AGGR-CURR-CD
       MOVE WS-HR-AGGR-DAY-REMAIN-AMT TO SN-AGGR-DAY-REMAIN-AMT
    ELSE
       MOVE 0 TO SN-AGGR-DAY-REMAIN-AMT
    END-IF
    WRITE SNAPSHOT-RECORD
    PERFORM ACCUM-SNAP-CHECKSUM
    ADD 1 TO WS-CHNL-COUNT.

*> 拒绝行：金额一律为零，交换据拒绝标志拒绝
WRITE-DENY-LINE.
    MOVE SPACES TO SNAPSHOT-RECORD
    MOVE WS-TENANT-NO TO SN-TENANT-NO
    MOVE WS-CUST-NO TO SN-CUST-NO
    MOVE 'Y' TO SN-DENY-FLG
    MOVE WS-DENY-RSN-CD TO SN-DENY-RSN-CD
    MOVE WS-PMIT-TERMINAL-CD TO SN-PMIT-TERMINAL-CD
    MOVE WS-LMT-CURR-CD TO SN-CURR-CD
    MOVE 0 TO SN-SGL-TX-HIGH-AMT, SN-SGL-TX-LOW-AMT,
              SN-DAY-REMAIN-AMT, SN-DAY-REMAIN-CNT,
              SN-AGGR-DAY-REMAIN-AMT
    WRITE SNAPSHOT-RECORD
    PERFORM ACCUM-SNAP-CHECKSUM.

*> 把刚写出的快照记录并入全行约定的记录数与校验合计
ACCUM-SNAP-CHECKSUM.
    MOVE 'A' TO WS-FW-MODE-CD
    MOVE SPACES TO WS-FW-RECORD-TEXT
    MOVE SNAPSHOT-RECORD TO WS-FW-RECORD-TEXT
    CALL 'FILEWRAP01' USING WS-FW-MODE-CD, WS-FW-INTERFACE-ID,
                            WS-FW-BIZ-DT, WS-FW-FMT-VER,
                            WS-FW-RECORD-TEXT, WS-FW-REC-COUNT,
                            WS-FW-CHECKSUM, WS-FW-RESP-CODE,
                            WS-FW-RESP-MSG, WS-FW-LINE
    END-CALL.
