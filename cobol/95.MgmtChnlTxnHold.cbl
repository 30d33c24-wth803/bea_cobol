01  WS-HR-QT-CNT           PIC 9(05).
01  WS-HR-YR-AMT           PIC 9(10)V99.
01  WS-HR-YR-CNT           PIC 9(05).
01  WS-HR-AGGR-LMT-FLG     PIC X(01).
01  WS-HR-AGGR-CURR-CD     PIC X(03).
01  WS-HR-AGGR-DAY-AMT     PIC 9(10)V99.
01  WS-HR-AGGR-MON-AMT     PIC 9(10)V99.
*> 本笔折入全渠道汇总限额币种后的金额
01  WS-AGG-TX-AMT          PIC 9(10)V99.

*> 确认时回查的预占行内容与记账(CHNLUTILPOST01)回参
01  WS-HOLD-CURR-CD        PIC X(03).
01  WS-POST-RESP-CODE      PIC X(06).
01  WS-POST-RESP-MSG       PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'CHNLHOLD01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.
                                   WS-HR-DAY-AMT, WS-HR-DAY-CNT,
                                   WS-HR-MON-AMT, WS-HR-MON-CNT,
                                   WS-HR-QT-AMT, WS-HR-QT-CNT,
                                   WS-HR-YR-AMT, WS-HR-YR-CNT,
                                   WS-HR-AGGR-LMT-FLG,
                                   WS-HR-AGGR-CURR-CD,
                                   WS-HR-AGGR-DAY-AMT,
                                   WS-HR-AGGR-MON-AMT
    END-CALL

    IF WS-HR-RESP-CODE NOT = '000000'
       EXIT PARAGRAPH
    END-IF

    *> 客户设有全渠道汇总限额时，本笔折入汇总限额币种后还须在
    *> 全渠道日/月净余量之内
    IF WS-HR-AGGR-LMT-FLG = 'Y'
       MOVE REQ-TX-AMT TO WS-AGG-TX-AMT
       IF REQ-CURR-CD NOT = WS-HR-AGGR-CURR-CD
          CALL 'EXRATECONV01' USING REQ-TENANT-NO, REQ-CURR-CD,
                                    WS-HR-AGGR-CURR-CD, REQ-TX-AMT,
                                    WS-CONV-RESP-CODE,
                                    WS-CONV-RESP-MSG, WS-AGG-TX-AMT
          END-CALL
          IF WS-CONV-RESP-CODE NOT = '000000'
             MOVE WS-CONV-RESP-CODE TO WS-RESP-CODE
             MOVE WS-CONV-RESP-MSG TO WS-RESP-MSG
             EXIT PARAGRAPH
          END-IF
       END-IF
       IF WS-AGG-TX-AMT > WS-HR-AGGR-DAY-AMT
          OR WS-AGG-TX-AMT > WS-HR-AGGR-MON-AMT
          MOVE 'F20010' TO WS-RESP-CODE
          MOVE '全渠道汇总余量不足，预占被拒绝' TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF
    END-IF

    PERFORM ALLOC-HOLD-SEQ-NO
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RESERVE-HOLD' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_CHNL_TXN_HOLD' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '额度预占登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CONFIRM-HOLD' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_CHNL_TXN_HOLD' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '预占确认更新失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RELEASE-HOLD' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_CHNL_TXN_HOLD' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '预占释放更新失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
           WS-EXP-SS   DELIMITED BY SIZE
      INTO WS-EXPIRE-TM
    END-STRING.

*> 非预期SQL失败离场：业务事务回滚之后把出错段落/语句/SQLCODE经
*> TECHERR01落技术错误表(单独提交，不随业务回滚抹掉)；对外响应码
*> 不变。每次离场清零，不带到下一次调用
RECORD-TECH-ERROR.
    IF WS-TE-SQLCODE = 0 OR WS-RESP-CODE(1:1) NOT = 'E'
       MOVE 0 TO WS-TE-SQLCODE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL ROLLBACK END-EXEC
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TE-ERR-TM
    MOVE REQ-TENANT-NO TO WS-TE-TENANT-NO
    MOVE REQ-CUST-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
