*> 柜员权限校验工作区(并入归档数据须调查取证角色'08')
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'CUSTTIMELINE01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CUST-NO            PIC X(10).     *> 客户编号(存续户)

*> 客户事件时间线查询：字段变更(CUST_INFO_CHG_AUDIT)、路由变更
*> (CUST_ACCT_INFO_HIST)、归并(CUST_ACCT_INFO_MRG_LOG)、待生效
*> 变更(CUST_ACCT_INFO_PENDING)、联名持有(CUST_ACCT_JOINT_HOLDER
*> 登记/变更/撤销)五条轨迹按时间合并成一张结果表，
*> 并经归并日志跟进被并入客户号——被吸收客户并入前的历史一并
*> 出现在存续客户的时间线上。支持日期范围过滤与按事件时间续点
*> 分页
    IF REQ-INCL-ARCH-FLG = 'Y'
       MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
       MOVE '08' TO WS-AUTHCHK-ROLE-CD
       MOVE SPACES TO WS-AUTHCHK-CUST-NO
       CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO,
                              WS-AUTHCHK-TENANT-NO,
                              WS-AUTHCHK-ROLE-CD,
                              WS-AUTHCHK-CUST-NO,
                              WS-AUTHCHK-RESP-CODE,
                              WS-AUTHCHK-RESP-MSG
       END-CALL
       MOVE REQ-START-TM TO WS-START-TM
    END-IF.

    *> 3) 五条轨迹UNION ALL后按事件时间取一页。被并入客户的
    *>    客户号集合由归并日志给出，其并入前的字段/路由轨迹随
    *>    之纳入
    MOVE 1 TO WS-I
             WHERE P.TENANT_NO = :REQ-TENANT-NO
               AND P.CUST_NO = :REQ-CUST-NO
            UNION ALL
            SELECT J.CRT_TM,
                   'JOINT',
                   J.MAIN_ACCT_NO || ' ROLE ' || J.HOLDER_ROLE_CD ||
                   ' SIGN ' || J.SIGN_RULE_CD || ' ADD',
                   J.CRT_TELR_NO,
                   'L'
              FROM CUST_ACCT_JOINT_HOLDER J
             WHERE J.TENANT_NO = :REQ-TENANT-NO
               AND J.CUST_NO = :REQ-CUST-NO
            UNION ALL
            SELECT K.UPD_TM,
                   'JOINT',
                   K.MAIN_ACCT_NO || ' ROLE ' || K.HOLDER_ROLE_CD ||
                   ' SIGN ' || K.SIGN_RULE_CD ||
                   CASE WHEN K.VALID_FLG = '1' THEN ' UPD'
                        ELSE ' DEL' END,
                   K.UPD_TELR_NO,
                   'L'
              FROM CUST_ACCT_JOINT_HOLDER K
             WHERE K.TENANT_NO = :REQ-TENANT-NO
               AND K.CUST_NO = :REQ-CUST-NO
               AND K.UPD_TM IS NOT NULL
               AND K.UPD_TM > K.CRT_TM
            UNION ALL
            SELECT R.ARCH_TM,
                   'ARCHROUTE',
                   R.ROUTE_TYP_CD || ' ' || R.ROUTE_VAL ||

    EXEC SQL OPEN CUST-TIMELINE-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'OPEN CUST-TIMELINE-CUR' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '游标打开失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

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
