01  WS-ROW-COUNT           PIC S9(9) COMP-4.
01  WS-CURRENT-DATE        PIC X(08).
01  WS-ROUTE-COUNT         PIC 9(5).
*> 联名账户检查：客户在册且仍有其他在册持有人的联名账户数
01  WS-JOINT-ACCT-COUNT    PIC 9(5).
01  WS-CLS-DT              PIC X(08).

*> 遗产结算闸门工作区：身故客户须遗产结案解锁(MGMTESTATE01置
01  WS-MGMT-RESP-FAIL-IDX  PIC 9(03).
01  WS-ROUTE-DEL-FAILED    PIC X(01).

*> 外部系统客户号对照同步工作区(XREFSYNC01)：销户时客户名下的
*> 外部对照按当日终止
01  WS-XREF-SYNC-TYP-CD    PIC X(02) VALUE 'CL'.
01  WS-XREF-FROM-CUST-NO   PIC X(20).
01  WS-XREF-TO-CUST-NO     PIC X(20) VALUE SPACES.
01  WS-XREF-TGT-TENANT-NO  PIC X(10) VALUE SPACES.
01  WS-XREF-REF-NO         PIC X(14) VALUE SPACES.
01  WS-XREF-ROW-COUNT      PIC 9(5).
01  WS-XREF-RESP-CODE      PIC X(06).
01  WS-XREF-RESP-MSG       PIC X(50).

*> 代理人授权核验(POACHK01)工作区：销户及重新启用属授权业务'03'
01  WS-POA-CUST-NO         PIC X(20).
01  WS-POA-SCOPE-CD        PIC X(02) VALUE '03'.
01  WS-POA-RESP-CODE       PIC X(06).
01  WS-POA-RESP-MSG        PIC X(50).
01  WS-POA-SEQ-NO          PIC X(14).

*> 代办人证件号码令牌(CRTFTOKEN01只查不建)：审计轨迹记令牌不记
*> 明文，令牌库没有的沿用原值
01  WS-LOOKUP-MODE-CD      PIC X(01) VALUE 'L'.
01  WS-AGENT-CRTF-KEY      PIC X(20) VALUE SPACES.
01  WS-CRTF-TOKEN          PIC X(20).
01  WS-CRTF-MASK           PIC X(20).
01  WS-TOKEN-RESP-CODE     PIC X(06).
01  WS-TOKEN-RESP-MSG      PIC X(50).

*> 证据链入链工作区(AUDCHAIN01)：各证据表的写入行按所属链的规范
*> 布局拼成400字节内容入链，链序号/摘要/入链时刻随行写入
01  WS-CHAIN-ID            PIC X(10).
01  WS-CHAIN-CONTENT       PIC X(400).
*> 变更审计链(CHGAUD)规范内容
01  WS-CHAIN-AUD-CONTENT REDEFINES WS-CHAIN-CONTENT.
    05  WS-CHAIN-AUD-CUST-NO       PIC X(20).
    05  WS-CHAIN-AUD-FLD-NM        PIC X(30).
    05  WS-CHAIN-AUD-OLD-VAL       PIC X(100).
    05  WS-CHAIN-AUD-NEW-VAL       PIC X(100).
    05  FILLER                     PIC X(150).
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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'CUSTCLS01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CUST-NO            PIC X(10).     *> 客户编号
                                          *> MGMTCRT01的DEL路径逐条注销，
                                          *> 其它=有活跃路由即拒绝销户
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号
01  REQ-AGENT-CRTF-TYP-CD  PIC X(02).     *> 代办代理人证件类型代码
01  REQ-AGENT-CRTF-NO      PIC X(20).     *> 代办代理人证件号码(非空时须有
                                          *> 覆盖销户的有效代理授权)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
PROCEDURE DIVISION
    USING REQ-CUST-NO, REQ-TENANT-NO, REQ-OPER-TYP-CD,
          REQ-CLS-RSN-CD, REQ-ROUTE-DEL-FLG, REQ-OPER-TELR-NO,
          REQ-AGENT-CRTF-TYP-CD, REQ-AGENT-CRTF-NO,
          RESP-CODE, RESP-MSG.

MAIN-LOGIC.
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    *> 2.5) 代理人代办：须凭覆盖销户及重新启用的有效代理授权
    *>      (POACHK01)，到期或委托人身故的授权在此拒绝
    MOVE SPACES TO WS-POA-SEQ-NO
    IF REQ-AGENT-CRTF-NO NOT = SPACES
       MOVE SPACES TO WS-POA-CUST-NO
       MOVE REQ-CUST-NO TO WS-POA-CUST-NO
       CALL 'POACHK01' USING REQ-TENANT-NO, WS-POA-CUST-NO,
                             REQ-AGENT-CRTF-TYP-CD, REQ-AGENT-CRTF-NO,
                             WS-POA-SCOPE-CD, WS-POA-RESP-CODE,
                             WS-POA-RESP-MSG, WS-POA-SEQ-NO
       END-CALL
       IF WS-POA-RESP-CODE NOT = '000000'
          MOVE WS-POA-RESP-CODE TO WS-RESP-CODE
          MOVE WS-POA-RESP-MSG TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
       MOVE REQ-AGENT-CRTF-NO TO WS-AGENT-CRTF-KEY
       CALL 'CRTFTOKEN01' USING WS-LOOKUP-MODE-CD, REQ-AGENT-CRTF-NO,
                                WS-CRTF-TOKEN, WS-CRTF-MASK,
                                WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
       END-CALL
       IF WS-TOKEN-RESP-CODE = '000000' AND WS-CRTF-TOKEN NOT = SPACES
          MOVE WS-CRTF-TOKEN TO WS-AGENT-CRTF-KEY
       END-IF
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'CUSTCLS01' TO WS-MAINTWIN-PGM-ID
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

    *> 3) 执行销户/重新启用
    EVALUATE WS-OPER-TYPE
       WHEN 'CLS'
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.
       EXIT PARAGRAPH
    END-IF.

    *> 联名账户检查：客户仍是联名账户(CUST_ACCT_JOINT_HOLDER，
    *> MGMTJNTHLD01维护)的在册持有人、且账户上还有其他在册持有人时
    *> 不能销户——共同持有的账户不随一方销户而处置，须先在登记簿
    *> 上办理该持有人退出
    MOVE 0 TO WS-JOINT-ACCT-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-JOINT-ACCT-COUNT
          FROM CUST_ACCT_JOINT_HOLDER H
         WHERE H.CUST_NO = :REQ-CUST-NO
           AND H.TENANT_NO = :REQ-TENANT-NO
           AND H.VALID_FLG = '1'
           AND EXISTS (SELECT 1
                         FROM CUST_ACCT_JOINT_HOLDER O
                        WHERE O.TENANT_NO = H.TENANT_NO
                          AND O.MAIN_ACCT_NO = H.MAIN_ACCT_NO
                          AND O.CUST_NO <> H.CUST_NO
                          AND O.VALID_FLG = '1')
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLOSE-CUSTOMER' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_ACCT_JOINT_HOLDER' TO WS-TE-OPER-CD
       MOVE 'E12014' TO WS-RESP-CODE
       MOVE '联名账户持有人检查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF WS-JOINT-ACCT-COUNT > 0
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '客户仍为联名账户共同持有人，不能销户' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    *> 活跃账户路由检查
    MOVE 0 TO WS-ROUTE-COUNT
    EXEC SQL
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLOSE-CUSTOMER' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_ACCT_INFO' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '活跃账户路由检查失败' TO WS-RESP-MSG
       EXIT PARAGRAPH

    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLOSE-CUSTOMER' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLOSE-CUSTOMER' TO WS-TE-PARA-NM
       MOVE 'UPDATE SIGN_RELATION_INFO' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '签约关系失效失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLOSE-CUSTOMER' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_CHNL_TXN_COMMOND' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '渠道限额失效失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLOSE-CUSTOMER' TO WS-TE-PARA-NM
       MOVE 'UPDATE PERSONAL_CUSTOMER_LIST' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '名单记录失效失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLOSE-CUSTOMER' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE '客户基本信息销户更新失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLOSE-CUSTOMER' TO WS-TE-PARA-NM
       MOVE 'UPDATE PERSONAL_CUSTOMER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE '个人客户信息销户更新失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    *> 外部系统客户号对照终止(XREFSYNC01，不提交，随本事务)，并通知
    *> 相关外部系统；重新启用不自动恢复，须外部系统重新登记
    MOVE REQ-CUST-NO TO WS-XREF-FROM-CUST-NO
    CALL 'XREFSYNC01' USING WS-XREF-SYNC-TYP-CD,
                            REQ-TENANT-NO,
                            WS-XREF-FROM-CUST-NO,
                            WS-XREF-TO-CUST-NO,
                            WS-XREF-TGT-TENANT-NO,
                            WS-XREF-REF-NO,
                            REQ-OPER-TELR-NO,
                            WS-XREF-ROW-COUNT,
                            WS-XREF-RESP-CODE,
                            WS-XREF-RESP-MSG
    END-CALL.
    IF WS-XREF-RESP-CODE NOT = '000000'
       MOVE WS-XREF-RESP-CODE TO WS-RESP-CODE
       MOVE WS-XREF-RESP-MSG TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    *> 销户动作整体写入字段级审计
    MOVE 'VALID_FLG' TO WS-AUDIT-FLD-NM
    MOVE '1' TO WS-AUDIT-OLD-VAL
    MOVE SPACES TO WS-AUDIT-OLD-VAL
    MOVE REQ-CLS-RSN-CD TO WS-AUDIT-NEW-VAL
    PERFORM AUDIT-FIELD-CHANGE
    PERFORM AUDIT-AGENT-OPER
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLOSE-CUSTOMER' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12008' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC

    EXEC SQL OPEN CLS-ROUTE-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DELETE-ACTIVE-ROUTES' TO WS-TE-PARA-NM
       MOVE 'OPEN CLS-ROUTE-CUR' TO WS-TE-OPER-CD
       MOVE 'E12009' TO WS-RESP-CODE
       MOVE '活跃路由游标打开失败' TO WS-RESP-MSG
       EXIT PARAGRAPH

    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REOPEN-CUSTOMER' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
           AND VALID_FLG = '0'
    END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REOPEN-CUSTOMER' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       MOVE 'E12011' TO WS-RESP-CODE
       MOVE '客户基本信息重新启用失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
           AND VALID_FLG = '0'
    END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REOPEN-CUSTOMER' TO WS-TE-PARA-NM
       MOVE 'UPDATE PERSONAL_CUSTOMER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12012' TO WS-RESP-CODE
       MOVE '个人客户信息重新启用失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    MOVE '0' TO WS-AUDIT-OLD-VAL
    MOVE '1' TO WS-AUDIT-NEW-VAL
    PERFORM AUDIT-FIELD-CHANGE
    PERFORM AUDIT-AGENT-OPER
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REOPEN-CUSTOMER' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12008' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
*> 字段级审计(同MGMT-PER-CUST-INFO/AUDIT-FIELD-CHANGE)
AUDIT-FIELD-CHANGE.
    IF WS-AUDIT-OLD-VAL NOT = WS-AUDIT-NEW-VAL
       MOVE SPACES TO WS-CHAIN-CONTENT
       MOVE REQ-CUST-NO TO WS-CHAIN-AUD-CUST-NO
       MOVE WS-AUDIT-FLD-NM TO WS-CHAIN-AUD-FLD-NM
       MOVE WS-AUDIT-OLD-VAL TO WS-CHAIN-AUD-OLD-VAL
       MOVE WS-AUDIT-NEW-VAL TO WS-CHAIN-AUD-NEW-VAL
       MOVE 'CHGAUD' TO WS-CHAIN-ID
       MOVE SPACES TO WS-CHAIN-TM
       PERFORM CHAIN-EVIDENCE-ROW
       IF WS-CHAIN-RESP-CODE = '000000'
          EXEC SQL
              INSERT INTO CUST_INFO_CHG_AUDIT (
                  CUST_NO, FLD_NM, OLD_VAL, NEW_VAL, CHG_TM,
                  CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH
              ) VALUES (
                  :REQ-CUST-NO, :WS-AUDIT-FLD-NM, :WS-AUDIT-OLD-VAL,
                  :WS-AUDIT-NEW-VAL, :WS-CHAIN-TM,
                  :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
                  :WS-CHAIN-ROW-HASH
              )
          END-EXEC
       END-IF
       IF SQLCODE NOT = 0 OR WS-CHAIN-RESP-CODE NOT = '000000'
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'AUDIT-FIELD-CHANGE' TO WS-TE-PARA-NM
          MOVE 'INSERT CUST_INFO_CHG_AUDIT' TO WS-TE-OPER-CD
          MOVE 'E12013' TO WS-RESP-CODE
          MOVE '变更审计写入失败' TO WS-RESP-MSG
       END-IF
    END-IF.

*> 代理人代办留痕：审计轨迹中另记一行代办人证件与所凭授权
*> 流水号(本人办理时不写)
AUDIT-AGENT-OPER.
    IF WS-POA-SEQ-NO NOT = SPACES AND WS-RESP-CODE = 'E99999'
       MOVE 'AGENT_OPER' TO WS-AUDIT-FLD-NM
       MOVE SPACES TO WS-AUDIT-OLD-VAL
       STRING 'CUSTCLS01 ' DELIMITED BY SIZE
              WS-OPER-TYPE DELIMITED BY SIZE
         INTO WS-AUDIT-OLD-VAL
       END-STRING
       MOVE SPACES TO WS-AUDIT-NEW-VAL
       STRING REQ-AGENT-CRTF-TYP-CD DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-AGENT-CRTF-KEY DELIMITED BY SIZE
              ' POA:' DELIMITED BY SIZE
              WS-POA-SEQ-NO DELIMITED BY SIZE
         INTO WS-AUDIT-NEW-VAL
       END-STRING
       PERFORM AUDIT-FIELD-CHANGE
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
