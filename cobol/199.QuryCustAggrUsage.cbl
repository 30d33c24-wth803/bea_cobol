IDENTIFICATION DIVISION.
PROGRAM-ID. AGGRUSE01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-CURRENT-DATE-TIME   PIC X(21).
01  WS-NOW-TM              PIC X(14).
01  WS-PERIOD-KEY-D        PIC X(08).
01  WS-PERIOD-KEY-M        PIC X(08).
01  WS-CUST-LVL-CD         PIC X(02).

*> 用量/预占游标逐行工作区与跨币种折算(EXRATECONV01)工作区：
*> 各渠道各币种的行一律折入汇总限额币种后合并
01  WS-FETCH-SQLCODE       PIC S9(9) COMP-4.
01  WS-ROW-PERIOD-TYP-CD   PIC X(01).
01  WS-ROW-CURR-CD         PIC X(03).
01  WS-ROW-AMT             PIC 9(10)V99.
01  WS-ROW-CONV-AMT        PIC 9(10)V99.
01  WS-CONV-RESP-CODE      PIC X(06).
01  WS-CONV-RESP-MSG       PIC X(50).
01  WS-CONV-AMT            PIC 9(10)V99.
01  WS-RATE-FAIL-FLG       PIC X(01).
01  WS-HOLD-TOTAL-AMT      PIC 9(10)V99.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-CUST-NO            PIC X(20).     *> 客户编号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-AGGR-LMT-FLG      PIC X(01).     *> Y=有汇总限额/N=未设定
01  RESP-AGGR-CURR-CD      PIC X(03).     *> 汇总限额币种
01  RESP-DAY-AGGR-MAX-AMT  PIC 9(10)V99.  *> 全渠道日累计上限
01  RESP-MON-AGGR-MAX-AMT  PIC 9(10)V99.  *> 全渠道月累计上限
01  RESP-DAY-AGGR-USED-AMT PIC 9(10)V99.  *> 当日全渠道已用(含在途预占)
01  RESP-MON-AGGR-USED-AMT PIC 9(10)V99.  *> 当月全渠道已用(含在途预占)

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CUST-NO, RESP-CODE, RESP-MSG,
          RESP-AGGR-LMT-FLG, RESP-AGGR-CURR-CD,
          RESP-DAY-AGGR-MAX-AMT, RESP-MON-AGGR-MAX-AMT,
          RESP-DAY-AGGR-USED-AMT, RESP-MON-AGGR-USED-AMT.

*> 客户全渠道汇总用量查询(共享子程序)：取客户的汇总限额
*> (MGMTAGGRLMT01维护，个别设定优先，否则按客户等级缺省)，再把
*> CUST_CHNL_TXN_UTIL当日/当月全部渠道全部币种的用量与
*> CUST_CHNL_TXN_HOLD的在途预占折入限额币种合计。筛查
*> (CTRLSCRN01)与余量查询(QRYCHNLHEADROOM01)共用此口径。
*> 未设定汇总限额时回送'000000'且标志为N；任一币种牌价缺失或
*> 过期时回送W20201，调用方按转人工处理
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 'N' TO RESP-AGGR-LMT-FLG
    MOVE SPACES TO RESP-AGGR-CURR-CD
    MOVE 0 TO RESP-DAY-AGGR-MAX-AMT, RESP-MON-AGGR-MAX-AMT
    MOVE 0 TO RESP-DAY-AGGR-USED-AMT, RESP-MON-AGGR-USED-AMT
    MOVE 'N' TO WS-RATE-FAIL-FLG

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES OR REQ-CUST-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/客户编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 客户个别汇总限额
    EXEC SQL
        SELECT DAY_AGGR_MAX_AMT, MON_AGGR_MAX_AMT, CURR_CD
          INTO :RESP-DAY-AGGR-MAX-AMT, :RESP-MON-AGGR-MAX-AMT,
               :RESP-AGGR-CURR-CD
          FROM CUST_AGGR_TXN_LMT
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE = 0
       MOVE 'Y' TO RESP-AGGR-LMT-FLG
    ELSE
       IF SQLCODE NOT = 100
          MOVE 'E12001' TO WS-RESP-CODE
          MOVE '客户汇总交易限额查询失败' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 3) 无个别设定时取客户等级缺省(客户主档无行或未定级时视同
    *>    未设定汇总限额)
    IF RESP-AGGR-LMT-FLG = 'N'
       MOVE SPACES TO WS-CUST-LVL-CD
       EXEC SQL
           SELECT COALESCE(CUST_LVL_CD, ' ')
             INTO :WS-CUST-LVL-CD
             FROM CUSTOMER_BASIC_INFO
            WHERE TENANT_NO = :REQ-TENANT-NO
              AND CUST_NO = :REQ-CUST-NO
       END-EXEC
       IF SQLCODE = 0 AND WS-CUST-LVL-CD NOT = SPACES
          EXEC SQL
              SELECT DAY_AGGR_MAX_AMT, MON_AGGR_MAX_AMT, CURR_CD
                INTO :RESP-DAY-AGGR-MAX-AMT, :RESP-MON-AGGR-MAX-AMT,
                     :RESP-AGGR-CURR-CD
                FROM CUST_LVL_AGGR_LMT
               WHERE TENANT_NO = :REQ-TENANT-NO
                 AND CUST_LVL_CD = :WS-CUST-LVL-CD
                 AND VALID_FLG = '1'
          END-EXEC
          IF SQLCODE = 0
             MOVE 'Y' TO RESP-AGGR-LMT-FLG
          END-IF
       END-IF
    END-IF.

    IF RESP-AGGR-LMT-FLG = 'N'
       MOVE 0 TO RESP-DAY-AGGR-MAX-AMT, RESP-MON-AGGR-MAX-AMT
       MOVE SPACES TO RESP-AGGR-CURR-CD
       MOVE '000000' TO WS-RESP-CODE
       MOVE '客户未设定汇总交易限额' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 4) 当期期间键(算法同CHNLUTILPOST01)
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-NOW-TM
    MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-PERIOD-KEY-D
    MOVE SPACES TO WS-PERIOD-KEY-M
    MOVE WS-CURRENT-DATE-TIME(1:6) TO WS-PERIOD-KEY-M

    *> 5) 全渠道当日/当月用量
    PERFORM READ-AGGR-UTIL.
    IF WS-RESP-CODE NOT = 'E99999'
       GO TO EXIT-PROGRAM
    END-IF.

    *> 6) 全渠道在途预占：尚未记账但额度已许出，日/月同时计入
    PERFORM READ-AGGR-HOLDS.
    IF WS-RESP-CODE NOT = 'E99999'
       GO TO EXIT-PROGRAM
    END-IF.
    ADD WS-HOLD-TOTAL-AMT TO RESP-DAY-AGGR-USED-AMT
    ADD WS-HOLD-TOTAL-AMT TO RESP-MON-AGGR-USED-AMT

    *> 7) 任一币种牌价缺失/过期时回送专用响应码
    IF WS-RATE-FAIL-FLG = 'Y'
       MOVE 'W20201' TO WS-RESP-CODE
       MOVE '币种牌价缺失或过期，请转人工处理' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF

    MOVE '000000' TO WS-RESP-CODE
    MOVE '查询成功' TO WS-RESP-MSG.

EXIT-PROGRAM.
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 当日(D)与当月(M)用量行：不限渠道、不限币种，逐行折算后按
*> 期间类型分别累计
READ-AGGR-UTIL.
    EXEC SQL
        DECLARE AGGR-UTIL-CUR CURSOR FOR
        SELECT PERIOD_TYP_CD, CURR_CD, ACCM_AMT
          FROM CUST_CHNL_TXN_UTIL
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND ((PERIOD_TYP_CD = 'D' AND PERIOD_KEY = :WS-PERIOD-KEY-D)
             OR (PERIOD_TYP_CD = 'M' AND PERIOD_KEY = :WS-PERIOD-KEY-M))
    END-EXEC.

    EXEC SQL OPEN AGGR-UTIL-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '全渠道用量查询失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH AGGR-UTIL-CUR
            INTO :WS-ROW-PERIOD-TYP-CD, :WS-ROW-CURR-CD, :WS-ROW-AMT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM CONVERT-ONE-ROW
          IF WS-ROW-PERIOD-TYP-CD = 'D'
             ADD WS-ROW-CONV-AMT TO RESP-DAY-AGGR-USED-AMT
          ELSE
             ADD WS-ROW-CONV-AMT TO RESP-MON-AGGR-USED-AMT
          END-IF
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE AGGR-UTIL-CUR END-EXEC.

    IF WS-FETCH-SQLCODE NOT = 100
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '全渠道用量查询失败' TO WS-RESP-MSG
    END-IF.

*> 在途预占合计：状态'0'且未到期，不限渠道
READ-AGGR-HOLDS.
    MOVE 0 TO WS-HOLD-TOTAL-AMT
    EXEC SQL
        DECLARE AGGR-HOLD-CUR CURSOR FOR
        SELECT CURR_CD, HOLD_AMT
          FROM CUST_CHNL_TXN_HOLD
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND HOLD_STUS_CD = '0'
           AND EXPIRE_TM >= :WS-NOW-TM
    END-EXEC.

    EXEC SQL OPEN AGGR-HOLD-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '全渠道预占查询失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH AGGR-HOLD-CUR
            INTO :WS-ROW-CURR-CD, :WS-ROW-AMT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM CONVERT-ONE-ROW
          ADD WS-ROW-CONV-AMT TO WS-HOLD-TOTAL-AMT
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE AGGR-HOLD-CUR END-EXEC.

    IF WS-FETCH-SQLCODE NOT = 100
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '全渠道预占查询失败' TO WS-RESP-MSG
    END-IF.

*> 一行金额折入汇总限额币种：同币种直取，外币经EXRATECONV01，
*> 折算失败时该行按零计并置失败标志
CONVERT-ONE-ROW.
    IF WS-ROW-CURR-CD = RESP-AGGR-CURR-CD
       MOVE WS-ROW-AMT TO WS-ROW-CONV-AMT
    ELSE
       CALL 'EXRATECONV01' USING REQ-TENANT-NO, WS-ROW-CURR-CD,
                                 RESP-AGGR-CURR-CD, WS-ROW-AMT,
                                 WS-CONV-RESP-CODE,
                                 WS-CONV-RESP-MSG, WS-CONV-AMT
       END-CALL
       IF WS-CONV-RESP-CODE = '000000'
          MOVE WS-CONV-AMT TO WS-ROW-CONV-AMT
       ELSE
          MOVE 0 TO WS-ROW-CONV-AMT
          MOVE 'Y' TO WS-RATE-FAIL-FLG
       END-IF
    END-IF.
