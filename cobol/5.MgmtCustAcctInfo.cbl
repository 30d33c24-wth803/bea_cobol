*> 产品有效性检查(PRODUCT_REF_INFO)工作区
01  WS-PROD-COUNT          PIC 9(5).

*> 账户分类限额检查工作区：路由所挂产品的账户分类(可售产品优先，
*> 未分类时看基础产品)、本租户该类限额(租户参数ACCT_CLSn_QUOTA，
*> 未配置时I类为1户、II/III类不限)、同一证件名下已持该类账户数
01  WS-ACCT-CLASS-CD       PIC X(01).
01  WS-CLASS-QUOTA         PIC 9(5).
01  WS-CLASS-HELD-COUNT    PIC 9(5).
01  WS-QUOTA-PARAM-NM      PIC X(30).
01  WS-QUOTA-CRTF-TYP-CD   PIC X(02).
01  WS-QUOTA-CRTF-NO       PIC X(20).

*> 签约级联提示工作区：被删路由上仍在力的签约数
01  WS-SIGN-REF-COUNT      PIC 9(5).

*> 共同持有人提示工作区：被删路由所挂主账号在联名账户持有人登记簿
*> (CUST_ACCT_JOINT_HOLDER)上仍有本客户以外的在册持有人数
01  WS-JOINT-HOLDER-COUNT  PIC 9(5).

*> 路由新增前客户存在性检查工作区：客户必须存在且属于本租户；
*> 已销户/睡眠客户仅告警放行，供移植性数据加载有意为之时使用
01  WS-CUST-EXIST-COUNT    PIC 9(5).
    05  WS-CRT-TELR-NO     PIC X(10).
    05  WS-UPD-TELR-NO     PIC X(10).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTCRT01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO WS-RECORD-COUNT, RESP-RECORD-COUNT, RESP-FAIL-ROUTE-IDX

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTCRT01' TO WS-MAINTWIN-PGM-ID
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

    *> 0) 批量模式：一次调用对一个客户新增/修改/删除多条路由，
    *>    一个事务提交，写法参照CUSTMRG02对账号表的批量处理方式
    IF REQ-ROUTE-COUNT > 0
    *> 3) 开始事务
    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    *> 6) 提交事务
    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    MOVE WS-RECORD-COUNT TO RESP-RECORD-COUNT.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    PERFORM WRITE-INVOKE-JOURNAL
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
       END-IF
    END-IF.

*> 账户分类限额检查：路由所挂产品属I/II/III类时，按客户证件
*> (证件类型+证件号)汇总本租户全部同证件客户号名下该类有效路由的
*> 主账号数(本路由主账号已在册时不重复计)，达到限额即F20043拒绝。
*> 批量模式逐条经ADD-CUST-ACCT-INFO进入，批内先插入的路由同一
*> 事务可见，一并计数
CHECK-ACCT-CLASS-QUOTA.
    MOVE SPACES TO WS-ACCT-CLASS-CD
    IF WS-AFS-PRODT-NO NOT = SPACES
       EXEC SQL
           SELECT COALESCE(ACCT_CLASS_CD, ' ')
             INTO :WS-ACCT-CLASS-CD
             FROM PRODUCT_REF_INFO
            WHERE PRODT_NO = :WS-AFS-PRODT-NO
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE SPACES TO WS-ACCT-CLASS-CD
       END-IF
    END-IF

    IF WS-ACCT-CLASS-CD = SPACES AND WS-BASE-PRODT-NO NOT = SPACES
       EXEC SQL
           SELECT COALESCE(ACCT_CLASS_CD, ' ')
             INTO :WS-ACCT-CLASS-CD
             FROM PRODUCT_REF_INFO
            WHERE PRODT_NO = :WS-BASE-PRODT-NO
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE SPACES TO WS-ACCT-CLASS-CD
       END-IF
    END-IF

    IF WS-ACCT-CLASS-CD = SPACES
       EXIT PARAGRAPH
    END-IF

    *> 本租户该类限额：未配置或非数值时I类默认1户，II/III类不限
    IF WS-ACCT-CLASS-CD = '1'
       MOVE 1 TO WS-CLASS-QUOTA
    ELSE
       MOVE 0 TO WS-CLASS-QUOTA
    END-IF
    MOVE SPACES TO WS-QUOTA-PARAM-NM
    STRING 'ACCT_CLS'       DELIMITED BY SIZE
           WS-ACCT-CLASS-CD DELIMITED BY SIZE
           '_QUOTA'         DELIMITED BY SIZE
      INTO WS-QUOTA-PARAM-NM
    END-STRING
    MOVE SPACES TO WS-TENANT-PARAM-VAL
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-TENANT-PARAM-VAL
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
           AND PARAM_NM = :WS-QUOTA-PARAM-NM
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE = 0 AND WS-TENANT-PARAM-VAL NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-TENANT-PARAM-VAL) = 0
       COMPUTE WS-CLASS-QUOTA = FUNCTION NUMVAL(WS-TENANT-PARAM-VAL)
    END-IF

    IF WS-CLASS-QUOTA = 0
       EXIT PARAGRAPH
    END-IF

    *> 客户证件：无证件号时只按本客户号计
    MOVE SPACES TO WS-QUOTA-CRTF-TYP-CD
    MOVE SPACES TO WS-QUOTA-CRTF-NO
    EXEC SQL
        SELECT COALESCE(CRTF_TYP_CD, ' '), COALESCE(CRTF_NO, ' ')
          INTO :WS-QUOTA-CRTF-TYP-CD, :WS-QUOTA-CRTF-NO
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :WS-CUST-NO
           AND TENANT_NO = :WS-TENANT-NO
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE SPACES TO WS-QUOTA-CRTF-TYP-CD
       MOVE SPACES TO WS-QUOTA-CRTF-NO
    END-IF

    MOVE 0 TO WS-CLASS-HELD-COUNT
    EXEC SQL
        SELECT COUNT(DISTINCT A.MAIN_ACCT_NO)
          INTO :WS-CLASS-HELD-COUNT
          FROM CUST_ACCT_INFO A
         WHERE A.TENANT_NO = :WS-TENANT-NO
           AND A.VALID_FLG = '1'
           AND A.MAIN_ACCT_NO <> :WS-MAIN-ACCT-NO
           AND A.CUST_NO IN
               (SELECT B.CUST_NO
                  FROM CUSTOMER_BASIC_INFO B
                 WHERE B.TENANT_NO = :WS-TENANT-NO
                   AND (B.CUST_NO = :WS-CUST-NO
                        OR (:WS-QUOTA-CRTF-NO <> ' '
                            AND B.CRTF_TYP_CD = :WS-QUOTA-CRTF-TYP-CD
                            AND B.CRTF_NO = :WS-QUOTA-CRTF-NO)))
           AND COALESCE(
                 NULLIF((SELECT P.ACCT_CLASS_CD
                           FROM PRODUCT_REF_INFO P
                          WHERE P.PRODT_NO = A.AFS_PRODT_NO), ' '),
                 (SELECT Q.ACCT_CLASS_CD
                    FROM PRODUCT_REF_INFO Q
                   WHERE Q.PRODT_NO = A.BASE_PRODT_NO),
                 ' ') = :WS-ACCT-CLASS-CD
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CHECK-ACCT-CLASS-QUOTA' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_ACCT_INFO' TO WS-TE-OPER-CD
       MOVE 'E12042' TO WS-RESP-CODE
       MOVE '账户分类限额检查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-CLASS-HELD-COUNT >= WS-CLASS-QUOTA
       MOVE 'F20043' TO WS-RESP-CODE
       MOVE SPACES TO WS-RESP-MSG
       STRING '同一证件名下' DELIMITED BY SIZE
              WS-ACCT-CLASS-CD DELIMITED BY SIZE
              '类账户已达限额' DELIMITED BY SIZE
              WS-CLASS-QUOTA DELIMITED BY SIZE
              '户' DELIMITED BY SIZE
         INTO WS-RESP-MSG
       END-STRING
    END-IF.

*> 司法冻结锁：经FRZCHK01共享检查，冻结期内置F20050后由调用处
*> 按非成功码路径退出
CHECK-JUDICIAL-FREEZE.
       EXIT PARAGRAPH
    END-IF

    *> 账户分类限额：同一证件在本租户名下(不论挂在哪个客户号)
    *> 该类账户已达限额时拒绝
    PERFORM CHECK-ACCT-CLASS-QUOTA
    IF WS-RESP-CODE = 'F20043' OR WS-RESP-CODE = 'E12042'
       EXIT PARAGRAPH
    END-IF

    *> 检查记录是否已存在
    EXEC SQL
        SELECT COUNT(*)
       END-EXEC

       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'ADD-CUST-ACCT-INFO' TO WS-TE-PARA-NM
          MOVE 'INSERT CUST_ACCT_INFO' TO WS-TE-OPER-CD
          MOVE 'E12003' TO WS-RESP-CODE
          MOVE '新增客户账户路由信息失败' TO WS-RESP-MSG
       ELSE
       END-EXEC

       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'MOD-CUST-ACCT-INFO' TO WS-TE-PARA-NM
          MOVE 'UPDATE CUST_ACCT_INFO' TO WS-TE-OPER-CD
          MOVE 'E12004' TO WS-RESP-CODE
          MOVE '修改客户账户路由信息失败' TO WS-RESP-MSG
       ELSE
       END-EXEC

       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'DEL-CUST-ACCT-INFO' TO WS-TE-PARA-NM
          MOVE 'UPDATE CUST_ACCT_INFO' TO WS-TE-OPER-CD
          MOVE 'E12005' TO WS-RESP-CODE
          MOVE '删除客户账户路由信息失败' TO WS-RESP-MSG
       ELSE
          IF WS-RESP-CODE = 'E99999'
             PERFORM CHECK-ACTIVE-SIGN-ON-ROUTE
          END-IF
          *> 联名账户提示：主账号上仍有其他在册共同持有人时带回
          *> 告警(单条与批量路径均提示)，由柜面同步处理持有人登记
          IF WS-RESP-CODE = 'E99999' OR WS-RESP-CODE = '000000'
             PERFORM CHECK-JOINT-HOLDER-ON-ROUTE
          END-IF
       END-IF
    END-IF.

       END-STRING
    END-IF.

*> 统计被删路由所挂主账号上本客户以外的在册共同持有人
*> (MGMTJNTHLD01维护)，有则告警：删除照常生效，联名账户的其他
*> 持有人仍在登记簿上，需柜面决定改挂主持有人或终止联名登记
CHECK-JOINT-HOLDER-ON-ROUTE.
    IF WS-HIST-BEF-MAIN-ACCT-NO = SPACES
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-JOINT-HOLDER-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-JOINT-HOLDER-COUNT
          FROM CUST_ACCT_JOINT_HOLDER
         WHERE TENANT_NO = :WS-TENANT-NO
           AND MAIN_ACCT_NO = :WS-HIST-BEF-MAIN-ACCT-NO
           AND CUST_NO <> :WS-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE = 0 AND WS-JOINT-HOLDER-COUNT > 0
       MOVE 'W20010' TO WS-RESP-CODE
       MOVE SPACES TO WS-RESP-MSG
       STRING '路由删除成功，但该账户仍有' DELIMITED BY SIZE
              WS-JOINT-HOLDER-COUNT DELIMITED BY SIZE
              '名共同持有人' DELIMITED BY SIZE
         INTO WS-RESP-MSG
       END-STRING
    END-IF.

*> 写入CUST_ACCT_INFO_HIST：保存变更前后的完整快照，新增时变更前快照
*> 为空白，使"某路由在某日指向哪个账户"可追溯而无需还原备份
WRITE-ACCT-CHANGE-HIST.
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'WRITE-ACCT-CHANGE-HIST' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_ACCT_INFO_HIST' TO WS-TE-OPER-CD
       MOVE 'E12008' TO WS-RESP-CODE
       MOVE '变更历史写入失败' TO WS-RESP-MSG
    END-IF.
REGISTER-PENDING-CHANGE.
    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REGISTER-PENDING-CHANGE' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
    ELSE
       END-EXEC

       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'REGISTER-PENDING-CHANGE' TO WS-TE-PARA-NM
          MOVE 'INSERT CUST_ACCT_INFO_PENDING' TO WS-TE-OPER-CD
          MOVE 'E12006' TO WS-RESP-CODE
          MOVE '待生效变更登记失败' TO WS-RESP-MSG
          EXEC SQL ROLLBACK END-EXEC
       ELSE
          EXEC SQL COMMIT END-EXEC
          IF SQLCODE NOT = 0
             MOVE SQLCODE TO WS-TE-SQLCODE
             MOVE 'REGISTER-PENDING-CHANGE' TO WS-TE-PARA-NM
             MOVE 'COMMIT' TO WS-TE-OPER-CD
             MOVE 'E12007' TO WS-RESP-CODE
             MOVE '事务提交失败' TO WS-RESP-MSG
             EXEC SQL ROLLBACK END-EXEC
          IF WS-RESP-CODE = '000000'
             EXEC SQL START TRANSACTION END-EXEC
             IF SQLCODE NOT = 0
                MOVE SQLCODE TO WS-TE-SQLCODE
                MOVE 'PROCESS-BATCH-ROUTES' TO WS-TE-PARA-NM
                MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
                MOVE 'E12001' TO WS-RESP-CODE
                MOVE '事务启动失败' TO WS-RESP-MSG
             ELSE
                ELSE
                   EXEC SQL COMMIT END-EXEC
                   IF SQLCODE NOT = 0
                      MOVE SQLCODE TO WS-TE-SQLCODE
                      MOVE 'PROCESS-BATCH-ROUTES' TO WS-TE-PARA-NM
                      MOVE 'COMMIT' TO WS-TE-OPER-CD
                      MOVE 'E12002' TO WS-RESP-CODE
                      MOVE '事务提交失败' TO WS-RESP-MSG
                      EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
    END-IF.

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
