01  WS-OVR-SGL-HIGH-AMT    PIC 9(10)V99.
01  WS-OVR-DAY-MAX-AMT     PIC 9(10)V99.

*> 客户全渠道汇总限额(AGGRUSE01)工作区：汇总余量与本渠道余量
*> 并列回送，渠道两者取小即为本笔实际可用额度
01  WS-AGG-RESP-CODE       PIC X(06).
01  WS-AGG-RESP-MSG        PIC X(50).
01  WS-AGG-DAY-MAX-AMT     PIC 9(10)V99.
01  WS-AGG-MON-MAX-AMT     PIC 9(10)V99.
01  WS-AGG-DAY-USED-AMT    PIC 9(10)V99.
01  WS-AGG-MON-USED-AMT    PIC 9(10)V99.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  RESP-QT-REMAIN-CNT     PIC 9(05).     *> 季剩余笔数
01  RESP-YR-REMAIN-AMT     PIC 9(10)V99.  *> 年剩余金额
01  RESP-YR-REMAIN-CNT     PIC 9(05).     *> 年剩余笔数
01  RESP-AGGR-LMT-FLG      PIC X(01).     *> Y=有全渠道汇总限额/N=未设定
01  RESP-AGGR-CURR-CD      PIC X(03).     *> 汇总限额币种
01  RESP-AGGR-DAY-REMAIN-AMT PIC 9(10)V99. *> 全渠道日剩余金额
01  RESP-AGGR-MON-REMAIN-AMT PIC 9(10)V99. *> 全渠道月剩余金额

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CUST-NO, REQ-PMIT-TERMINAL-CD,
          RESP-DAY-REMAIN-AMT, RESP-DAY-REMAIN-CNT,
          RESP-MON-REMAIN-AMT, RESP-MON-REMAIN-CNT,
          RESP-QT-REMAIN-AMT, RESP-QT-REMAIN-CNT,
          RESP-YR-REMAIN-AMT, RESP-YR-REMAIN-CNT,
          RESP-AGGR-LMT-FLG, RESP-AGGR-CURR-CD,
          RESP-AGGR-DAY-REMAIN-AMT, RESP-AGGR-MON-REMAIN-AMT.

*> 渠道限额余量查询：CUST_CHNL_TXN_COMMOND限额减去
*> CHNLUTILPOST01累计的当期用量(CUST_CHNL_TXN_UTIL)，按日/月/
*> 季/年分别返回剩余金额与笔数——各渠道共用同一份用量口径，
*> 不再各自记各自的流水而彼此漂移。客户设有全渠道汇总限额
*> (MGMTAGGRLMT01)时，汇总日/月余量经AGGRUSE01一并回送
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 0 TO RESP-MON-REMAIN-AMT, RESP-MON-REMAIN-CNT
    MOVE 0 TO RESP-QT-REMAIN-AMT, RESP-QT-REMAIN-CNT
    MOVE 0 TO RESP-YR-REMAIN-AMT, RESP-YR-REMAIN-CNT
    MOVE 'N' TO RESP-AGGR-LMT-FLG
    MOVE SPACES TO RESP-AGGR-CURR-CD
    MOVE 0 TO RESP-AGGR-DAY-REMAIN-AMT, RESP-AGGR-MON-REMAIN-AMT
    MOVE 'N' TO WS-RATE-FAIL-FLG

    *> 1) 参数基础校验
    PERFORM READ-ACTIVE-HOLDS
    PERFORM DEDUCT-HOLDS-FROM-REMAIN

    *> 5.5) 客户全渠道汇总余量(个别设定或客户等级缺省；已含全部
    *>      渠道的用量与在途预占，以汇总限额币种计)
    PERFORM READ-AGGR-HEADROOM.
    IF WS-RESP-CODE NOT = 'E99999'
       GO TO EXIT-PROGRAM
    END-IF.

    *> 6) 任一币种牌价缺失/过期时整体回绝：余量清零回送专用
    *>    响应码，渠道按转人工处理
    IF WS-RATE-FAIL-FLG = 'Y'
       MOVE 0 TO RESP-MON-REMAIN-AMT, RESP-MON-REMAIN-CNT
       MOVE 0 TO RESP-QT-REMAIN-AMT, RESP-QT-REMAIN-CNT
       MOVE 0 TO RESP-YR-REMAIN-AMT, RESP-YR-REMAIN-CNT
       MOVE 0 TO RESP-AGGR-DAY-REMAIN-AMT, RESP-AGGR-MON-REMAIN-AMT
       MOVE 'W20201' TO WS-RESP-CODE
       MOVE '币种牌价缺失或过期，请转人工处理' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    ELSE
       COMPUTE WS-USED-CNT = WS-LMT-DAY-CNT - WS-USED-CNT
    END-IF.

*> 全渠道汇总余量：经AGGRUSE01取汇总上限与全渠道已用(含预占)，
*> 余量负则为零；未设定汇总限额时标志为N、余量为零；牌价缺失或
*> 过期并入本次查询的W20201口径，其余失败原样回送
READ-AGGR-HEADROOM.
    CALL 'AGGRUSE01' USING REQ-TENANT-NO, REQ-CUST-NO,
                           WS-AGG-RESP-CODE, WS-AGG-RESP-MSG,
                           RESP-AGGR-LMT-FLG, RESP-AGGR-CURR-CD,
                           WS-AGG-DAY-MAX-AMT, WS-AGG-MON-MAX-AMT,
                           WS-AGG-DAY-USED-AMT, WS-AGG-MON-USED-AMT
    END-CALL

    IF WS-AGG-RESP-CODE = 'W20201'
       MOVE 'Y' TO WS-RATE-FAIL-FLG
       EXIT PARAGRAPH
    END-IF

    IF WS-AGG-RESP-CODE NOT = '000000'
       MOVE WS-AGG-RESP-CODE TO WS-RESP-CODE
       MOVE WS-AGG-RESP-MSG TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF RESP-AGGR-LMT-FLG NOT = 'Y'
       EXIT PARAGRAPH
    END-IF

    IF WS-AGG-DAY-USED-AMT >= WS-AGG-DAY-MAX-AMT
       MOVE 0 TO RESP-AGGR-DAY-REMAIN-AMT
    ELSE
       COMPUTE RESP-AGGR-DAY-REMAIN-AMT =
               WS-AGG-DAY-MAX-AMT - WS-AGG-DAY-USED-AMT
    END-IF
    IF WS-AGG-MON-USED-AMT >= WS-AGG-MON-MAX-AMT
       MOVE 0 TO RESP-AGGR-MON-REMAIN-AMT
    ELSE
       COMPUTE RESP-AGGR-MON-REMAIN-AMT =
               WS-AGG-MON-MAX-AMT - WS-AGG-MON-USED-AMT
    END-IF.
