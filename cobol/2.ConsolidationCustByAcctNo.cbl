*> 柜员权限校验工作区(经AUTHCHK01核实柜员登记在册且持有角色)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

01  WS-LOCK-HELD-FLG       PIC X(01).
01  WS-LOCK-COUNT          PIC 9(5).

*> 联名账户检查工作区：待移交账号所挂主账号上，归并双方以外尚未
*> 表示同意(MRG_CONSENT_FLG)的在册共同持有人数
01  WS-JOINT-NOCONSENT-COUNT PIC 9(5).


*> 账号表结构 - 支持最多999个账号(上限与REQ-ACCT-COUNT的PIC 9(3)一致,
*> 取代原先硬编码的50个账号上限)
*> 动态SQL语句缓冲区
01  WS-SQL-BUFFER          PIC X(500).

*> 证据链入链工作区(AUDCHAIN01)：各证据表的写入行按所属链的规范
*> 布局拼成400字节内容入链，链序号/摘要/入链时刻随行写入
01  WS-CHAIN-ID            PIC X(10).
01  WS-CHAIN-CONTENT       PIC X(400).
*> 归并日志链(MRGLOG)规范内容
01  WS-CHAIN-MRG-CONTENT REDEFINES WS-CHAIN-CONTENT.
    05  WS-CHAIN-MRG-MRG-SEQ-NO    PIC X(14).
    05  WS-CHAIN-MRG-CUST-NO       PIC X(20).
    05  WS-CHAIN-MRG-MERGE-CUST-NO PIC X(20).
    05  WS-CHAIN-MRG-TENANT-NO     PIC X(10).
    05  WS-CHAIN-MRG-OPER-TELR-NO  PIC X(10).
    05  WS-CHAIN-MRG-ROW-COUNT     PIC 9(09).
    05  WS-CHAIN-MRG-SUPV-OVRD-FLG PIC X(01).
    05  FILLER                     PIC X(316).
01  WS-CHAIN-TM            PIC X(26).
01  WS-CHAIN-SEQ-NO        PIC 9(12).
01  WS-CHAIN-PREV-HASH     PIC X(32).
01  WS-CHAIN-ROW-HASH      PIC X(32).
01  WS-CHAIN-RESP-CODE     PIC X(06).
01  WS-CHAIN-RESP-MSG      PIC X(50).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'CUSTMRG02'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CUST-NO            PIC X(10).     *> 并入客户号
    *> 登记簿中存在、在请求租户内有效并持有角色'07'
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '07' TO WS-AUTHCHK-ROLE-CD
    MOVE REQ-CUST-NO TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO, WS-AUTHCHK-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
       MOVE WS-AUTHCHK-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF
    *> 并出方同样不得为柜员本人或其关联亲属
    MOVE REQ-MERGE-CUST-NO TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO, WS-AUTHCHK-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
       GO TO EXIT-PROGRAM
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'CUSTMRG02' TO WS-MAINTWIN-PGM-ID
    MOVE REQ-OPER-TELR-NO TO WS-MAINTWIN-TELR-NO
    MOVE 'C' TO WS-MAINTWIN-MODE-CD
    CALL 'MAINTWIN01' USING WS-MAINTWIN-MODE-CD, WS-MAINTWIN-TENANT-NO,
                            WS-MAINTWIN-PGM-ID, WS-MAINTWIN-TELR-NO,
                            WS-MAINTWIN-RESP-CODE, WS-MAINTWIN-RESP-MSG
    END-CALL
    IF WS-MAINTWIN-RESP-CODE NOT = '000000'
       MOVE WS-MAINTWIN-RESP-CODE TO WS-RESP-CODE
       MOVE WS-MAINTWIN-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF

    *> 1.8) 取得归并双方客户的操作锁(同CUSTMRG01)。必须先落锁再
    *>      确定待归并账号集合：锁落在选取账号之后的话，选取与
    *>      落锁之间挂到并出客户名下的新路由会被本次归并悄悄
       END-IF
    END-IF.

    *> 2.5) 联名账户：账号挂在联名账户(CUST_ACCT_JOINT_HOLDER)上
    *>      时，归并双方以外的每一位在册共同持有人都须已登记同意
    *>      移交，否则整笔拒绝，失败账号序号回送供柜员核对
    PERFORM CHECK-JOINT-HOLDER-CONSENT.
    IF WS-RESP-CODE NOT = 'E99999'
       GO TO EXIT-PROGRAM
    END-IF.

    *> 3) 开始事务
    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
        END-EXEC

        IF SQLCODE NOT = 0
           MOVE SQLCODE TO WS-TE-SQLCODE
           MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
           MOVE 'UPDATE CUST_ACCT_INFO' TO WS-TE-OPER-CD
           MOVE 'E12002' TO WS-RESP-CODE
           MOVE WS-I TO RESP-FAIL-ACCT-IDX
           STRING '客户归并更新失败,失败账号序号:' DELIMITED BY SIZE
        END-IF
    END-PERFORM.

    *> 4.2) 并出客户在移交账号上的联名持有人登记随账号改挂到并入
    *>      客户(UPD_TM同取归并时间戳，撤销时据以改回)
    PERFORM MOVE-JOINT-HOLDER-ROWS.
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 4.5) 写入归并流水日志，供审计及后续撤销使用
    *> 归并流水号改由统一分配服务MRGSEQGEN01取号：原先以
    *> FUNCTION CURRENT-DATE到秒级拼号，同一秒内两笔归并会撞号
    MOVE 'E99999' TO WS-RESP-CODE.
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG.

    MOVE SPACES TO WS-CHAIN-CONTENT
    MOVE WS-MRG-SEQ-NO TO WS-CHAIN-MRG-MRG-SEQ-NO
    MOVE REQ-CUST-NO TO WS-CHAIN-MRG-CUST-NO
    MOVE REQ-MERGE-CUST-NO TO WS-CHAIN-MRG-MERGE-CUST-NO
    MOVE REQ-TENANT-NO TO WS-CHAIN-MRG-TENANT-NO
    MOVE REQ-OPER-TELR-NO TO WS-CHAIN-MRG-OPER-TELR-NO
    MOVE WS-UPDATE-COUNT TO WS-CHAIN-MRG-ROW-COUNT
    MOVE WS-SUPV-OVERRIDE-FLG TO WS-CHAIN-MRG-SUPV-OVRD-FLG
    MOVE 'MRGLOG' TO WS-CHAIN-ID
    MOVE WS-MRG-TM TO WS-CHAIN-TM
    PERFORM CHAIN-EVIDENCE-ROW
    IF WS-CHAIN-RESP-CODE = '000000'
       EXEC SQL
           INSERT INTO CUST_ACCT_INFO_MRG_LOG
               (MRG_SEQ_NO, CUST_NO, MERGE_CUST_NO, TENANT_NO,
                OPER_TELR_NO, ROW_COUNT, REVERSED_FLG, SUPV_OVERRIDE_FLG,
                MRG_TM,
                CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH)
           VALUES
               (:WS-MRG-SEQ-NO, :REQ-CUST-NO, :REQ-MERGE-CUST-NO,
                :REQ-TENANT-NO, :REQ-OPER-TELR-NO, :WS-UPDATE-COUNT,
                '0', :WS-SUPV-OVERRIDE-FLG, :WS-CHAIN-TM,
                :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
                :WS-CHAIN-ROW-HASH)
       END-EXEC
    END-IF.

    IF SQLCODE NOT = 0 OR WS-CHAIN-RESP-CODE NOT = '000000'
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_ACCT_INFO_MRG_LOG' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '归并日志写入失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    *> 5) 提交事务
    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    MOVE WS-MRG-SEQ-NO TO RESP-MRG-SEQ-NO.
    MOVE WS-NOTFOUND-COUNT TO RESP-NOTFOUND-COUNT.
EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    PERFORM WRITE-INVOKE-JOURNAL
    *> 无论成功失败，先释放本程序持有的客户操作锁
    IF WS-LOCK-HELD-FLG = 'Y'
    END-EXEC.

    IF SQLCODE NOT = 0 OR WS-LOCK-COUNT > 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ACQUIRE-CUST-LOCKS' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_OPER_LOCK' TO WS-TE-OPER-CD
       MOVE 'E12040' TO WS-RESP-CODE
       MOVE '客户正被其他操作锁定，请稍后重试' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ACQUIRE-CUST-LOCKS' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_OPER_LOCK' TO WS-TE-OPER-CD
       *> 并发抢锁撞唯一键同样按可重试处理
       EXEC SQL ROLLBACK END-EXEC
       MOVE 'E12040' TO WS-RESP-CODE
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SCREEN-MERGE-PARTIES' TO WS-TE-PARA-NM
       MOVE 'SELECT PERSONAL_CUSTOMER_LIST' TO WS-TE-OPER-CD
       MOVE 'E12016' TO WS-RESP-CODE
       MOVE '归并前名单筛查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SCREEN-MERGE-PARTIES' TO WS-TE-PARA-NM
       MOVE 'SELECT OVS_CASH_WITHDR_BLK' TO WS-TE-OPER-CD
       MOVE 'E12017' TO WS-RESP-CODE
       MOVE '归并前黑名单筛查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SCREEN-MERGE-PARTIES' TO WS-TE-PARA-NM
       MOVE 'SELECT CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       MOVE 'E12018' TO WS-RESP-CODE
       MOVE '归并前重点关注筛查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH

    EXEC SQL OPEN PRODT-ACCT-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'SELECT-ACCOUNTS-BY-PRODUCT' TO WS-TE-PARA-NM
       MOVE 'OPEN PRODT-ACCT-CUR' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE '按产品编号查询归并账号失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '未找到匹配产品编号的归并账号' TO WS-RESP-MSG
    END-IF.

*> 逐个待移交账号核对联名账户共同持有人的移交同意：路由所挂主账号
*> 上除归并双方外的在册持有人须均已登记同意(MGMTJNTHLD01维护)
CHECK-JOINT-HOLDER-CONSENT.
    PERFORM VARYING WS-I FROM 1 BY 1
      UNTIL WS-I > WS-ACCT-COUNT OR WS-RESP-CODE NOT = 'E99999'
        MOVE 0 TO WS-JOINT-NOCONSENT-COUNT
        EXEC SQL
            SELECT COUNT(*) INTO :WS-JOINT-NOCONSENT-COUNT
              FROM CUST_ACCT_JOINT_HOLDER H
             WHERE H.TENANT_NO = :REQ-TENANT-NO
               AND H.VALID_FLG = '1'
               AND H.CUST_NO NOT IN (:REQ-MERGE-CUST-NO, :REQ-CUST-NO)
               AND COALESCE(H.MRG_CONSENT_FLG, 'N') <> 'Y'
               AND H.MAIN_ACCT_NO IN
                   (SELECT A.MAIN_ACCT_NO
                      FROM CUST_ACCT_INFO A
                     WHERE A.ROUTE_VAL = :ACCT-NO(WS-I)
                       AND A.ROUTE_TYP_CD = :REQ-ROUTE-TYP-CD
                       AND A.CUST_NO = :REQ-MERGE-CUST-NO
                       AND A.TENANT_NO = :REQ-TENANT-NO
                       AND A.VALID_FLG = '1')
        END-EXEC

        IF SQLCODE NOT = 0
           MOVE SQLCODE TO WS-TE-SQLCODE
           MOVE 'CHECK-JOINT-HOLDER-CONSENT' TO WS-TE-PARA-NM
           MOVE 'SELECT CUST_ACCT_JOINT_HOLDER' TO WS-TE-OPER-CD
           MOVE 'E12007' TO WS-RESP-CODE
           MOVE '联名账户持有人检查失败' TO WS-RESP-MSG
           MOVE WS-I TO RESP-FAIL-ACCT-IDX
        ELSE
           IF WS-JOINT-NOCONSENT-COUNT > 0
              MOVE 'F20006' TO WS-RESP-CODE
              MOVE WS-I TO RESP-FAIL-ACCT-IDX
              MOVE SPACES TO WS-RESP-MSG
              STRING '联名账户共同持有人未同意移交,账号序号:'
                     DELIMITED BY SIZE
                     WS-I DELIMITED BY SIZE
                INTO WS-RESP-MSG
              END-STRING
           END-IF
        END-IF
    END-PERFORM.

*> 并出客户在本次移交账号上的联名持有人登记改挂到并入客户；并入
*> 客户已是同一账户在册持有人的不重复改挂
MOVE-JOINT-HOLDER-ROWS.
    EXEC SQL
        UPDATE CUST_ACCT_JOINT_HOLDER H
           SET CUST_NO = :REQ-CUST-NO,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = :WS-MRG-TM
         WHERE H.TENANT_NO = :REQ-TENANT-NO
           AND H.CUST_NO = :REQ-MERGE-CUST-NO
           AND H.VALID_FLG = '1'
           AND H.MAIN_ACCT_NO IN
               (SELECT A.MAIN_ACCT_NO
                  FROM CUST_ACCT_INFO A
                 WHERE A.CUST_NO = :REQ-CUST-NO
                   AND A.TENANT_NO = :REQ-TENANT-NO
                   AND A.UPD_TM = :WS-MRG-TM)
           AND NOT EXISTS
               (SELECT 1
                  FROM CUST_ACCT_JOINT_HOLDER S
                 WHERE S.TENANT_NO = H.TENANT_NO
                   AND S.MAIN_ACCT_NO = H.MAIN_ACCT_NO
                   AND S.CUST_NO = :REQ-CUST-NO
                   AND S.VALID_FLG = '1')
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOVE-JOINT-HOLDER-ROWS' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_ACCT_JOINT_HOLDER' TO WS-TE-OPER-CD
       MOVE 'E12008' TO WS-RESP-CODE
       MOVE '联名账户持有人改挂失败' TO WS-RESP-MSG
    END-IF.

*> 证据链入链：WS-CHAIN-ID/WS-CHAIN-CONTENT/WS-CHAIN-TM由调用处备好，
*> 取回链序号与摘要随后写入本行(入链时刻空白时由AUDCHAIN01取当前
*> 时刻回送，作本行时间戳)
CHAIN-EVIDENCE-ROW.
    CALL 'AUDCHAIN01' USING WS-CHAIN-ID, WS-CHAIN-CONTENT, WS-CHAIN-TM,
                            WS-CHAIN-SEQ-NO, WS-CHAIN-PREV-HASH,
                            WS-CHAIN-ROW-HASH, WS-CHAIN-RESP-CODE,
                            WS-CHAIN-RESP-MSG
    END-CALL.

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
