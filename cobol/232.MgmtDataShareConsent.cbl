IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTSHRCNSNT01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-OPER-TYPE           PIC X(03).
01  WS-OLD-STUS-CD         PIC X(01).
01  WS-NEW-STUS-CD         PIC X(01).
01  WS-EXIST-FLG           PIC X(01).

*> 停止处理通知：撤回后向该目的、该类接收方的全部有效订阅系统
*> 排队一条'DATA_SHARE_STOP'通知，经NOTIFYDISP01投递，下游据此
*> 停用已收到的该客户数据
01  WS-NOTIFY-CUST-NO      PIC X(20).
01  WS-NOTIFY-FLD-NM       PIC X(30) VALUE 'DATA_SHARE_STOP'.

*> 字段级审计通用工作区：共享同意的授予与撤回是合规证据，新旧
*> 状态写入CUST_INFO_CHG_AUDIT(同MGMTCNTCPREF01)
01  WS-AUDIT-FLD-NM        PIC X(30).
01  WS-AUDIT-OLD-VAL       PIC X(100).
01  WS-AUDIT-NEW-VAL       PIC X(100).

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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTSHRCNSNT01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CUST-NO            PIC X(20).     *> 客户编号
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-PURPOSE-CD         PIC X(02).     *> 共享目的代码(01风险管理/
                                          *> 02营销推广/03信用评估/
                                          *> 04服务履约/99其他)
01  REQ-RECIPIENT-CTGY-CD  PIC X(02).     *> 接收方类别(01集团关联机构/
                                          *> 02外部第三方)
01  REQ-CONSENT-SORC-CD    PIC X(02).     *> 同意来源代码(01柜面/02网银/
                                          *> 03客服电话/04手机银行)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01授予/02撤回)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-CUST-NO, REQ-TENANT-NO, REQ-PURPOSE-CD,
          REQ-RECIPIENT-CTGY-CD, REQ-CONSENT-SORC-CD, REQ-OPER-TYP-CD,
          REQ-OPER-TELR-NO, RESP-CODE, RESP-MSG.

*> 数据共享同意登记维护：客户按共享目的、接收方类别授予或撤回
*> 对外提供个人信息的同意，授予/撤回时刻与来源落
*> CUST_DATA_SHARE_CONSENT(一客户一目的一类别一行，撤回不删行，
*> 再次授予复用该行)。下游分发(CUSTDELTA01)与通知投递
*> (NOTIFYDISP01)出手前经SHRCNSNTCHK01取许可；撤回同时向相关
*> 订阅系统排队停止处理通知
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG

    *> 1) 参数基础校验
    IF REQ-CUST-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '客户编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-TENANT-NO = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '租户号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-PURPOSE-CD NOT = '01' AND REQ-PURPOSE-CD NOT = '02'
       AND REQ-PURPOSE-CD NOT = '03' AND REQ-PURPOSE-CD NOT = '04'
       AND REQ-PURPOSE-CD NOT = '99'
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '共享目的代码非法' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 行内系统(00)不涉及对外提供，不登记同意
    IF REQ-RECIPIENT-CTGY-CD NOT = '01'
       AND REQ-RECIPIENT-CTGY-CD NOT = '02'
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '接收方类别必须为01或02' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-OPER-TYP-CD = '01' AND REQ-CONSENT-SORC-CD = SPACES
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '同意来源代码不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 校验操作类型
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 授予
          MOVE 'GRT' TO WS-OPER-TYPE
       WHEN '02'  *> 撤回
          MOVE 'WDR' TO WS-OPER-TYPE
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTSHRCNSNT01' TO WS-MAINTWIN-PGM-ID
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

    *> 3) 开始事务
    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 4) 取现登记状态
    MOVE 'Y' TO WS-EXIST-FLG
    MOVE SPACES TO WS-OLD-STUS-CD
    EXEC SQL
        SELECT CONSENT_STUS_CD INTO :WS-OLD-STUS-CD
          FROM CUST_DATA_SHARE_CONSENT
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND PURPOSE_CD = :REQ-PURPOSE-CD
           AND RECIPIENT_CTGY_CD = :REQ-RECIPIENT-CTGY-CD
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE = 100
       MOVE 'N' TO WS-EXIST-FLG
    ELSE
       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
          MOVE 'SELECT CUST_DATA_SHARE_CONSENT' TO WS-TE-OPER-CD
          MOVE 'E12001' TO WS-RESP-CODE
          MOVE '共享同意查询失败' TO WS-RESP-MSG
          EXEC SQL ROLLBACK END-EXEC
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 5) 根据操作类型执行相应操作
    EVALUATE WS-OPER-TYPE
       WHEN 'GRT'
          PERFORM GRANT-SHARE-CONSENT
       WHEN 'WDR'
          PERFORM WITHDRAW-SHARE-CONSENT
    END-EVALUATE.

    IF WS-RESP-CODE NOT = '000000'
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    PERFORM AUDIT-CONSENT-CHANGE
    IF WS-RESP-CODE NOT = '000000'
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 6) 提交事务
    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 7) 成功返回
    MOVE '000000' TO WS-RESP-CODE
    EVALUATE WS-OPER-TYPE
       WHEN 'GRT'
          MOVE '数据共享同意登记成功' TO WS-RESP-MSG
       WHEN 'WDR'
          MOVE '共享同意已撤回，停止通知已排队' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 授予同意：未登记的新增一行；已撤回的复用原行改回同意并刷新
*> 授予时刻/来源，撤回时刻清空
GRANT-SHARE-CONSENT.
    MOVE '1' TO WS-NEW-STUS-CD

    IF WS-EXIST-FLG = 'Y' AND WS-OLD-STUS-CD = '1'
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '该目的共享同意已登记' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF WS-EXIST-FLG = 'N'
       EXEC SQL
           INSERT INTO CUST_DATA_SHARE_CONSENT (
               TENANT_NO, CUST_NO, PURPOSE_CD, RECIPIENT_CTGY_CD,
               CONSENT_STUS_CD, GRANT_TM, WITHDRAW_TM,
               CONSENT_SORC_CD, VALID_FLG, CRT_TELR_NO, UPD_TELR_NO,
               CRT_TM, UPD_TM
           ) VALUES (
               :REQ-TENANT-NO, :REQ-CUST-NO, :REQ-PURPOSE-CD,
               :REQ-RECIPIENT-CTGY-CD, '1', CURRENT_TIMESTAMP, NULL,
               :REQ-CONSENT-SORC-CD, '1', :REQ-OPER-TELR-NO,
               :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
           )
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'GRANT-SHARE-CONSENT' TO WS-TE-PARA-NM
          MOVE 'INSERT CUST_DATA_SHARE_CONSENT' TO WS-TE-OPER-CD
          MOVE 'E12003' TO WS-RESP-CODE
          MOVE '数据共享同意登记失败' TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF
    ELSE
       EXEC SQL
           UPDATE CUST_DATA_SHARE_CONSENT
              SET CONSENT_STUS_CD = '1',
                  GRANT_TM = CURRENT_TIMESTAMP,
                  WITHDRAW_TM = NULL,
                  CONSENT_SORC_CD = :REQ-CONSENT-SORC-CD,
                  UPD_TELR_NO = :REQ-OPER-TELR-NO,
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :REQ-TENANT-NO
              AND CUST_NO = :REQ-CUST-NO
              AND PURPOSE_CD = :REQ-PURPOSE-CD
              AND RECIPIENT_CTGY_CD = :REQ-RECIPIENT-CTGY-CD
              AND VALID_FLG = '1'
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'GRANT-SHARE-CONSENT' TO WS-TE-PARA-NM
          MOVE 'UPDATE CUST_DATA_SHARE_CONSENT' TO WS-TE-OPER-CD
          MOVE 'E12004' TO WS-RESP-CODE
          MOVE '数据共享同意登记失败' TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 撤回同意：置撤回状态并记撤回时刻(来源改记撤回渠道，未送时保留
*> 授予来源)，随后排队停止处理通知
WITHDRAW-SHARE-CONSENT.
    MOVE '0' TO WS-NEW-STUS-CD

    IF WS-EXIST-FLG = 'N' OR WS-OLD-STUS-CD NOT = '1'
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '该目的无有效共享同意可撤回' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE CUST_DATA_SHARE_CONSENT
           SET CONSENT_STUS_CD = '0',
               WITHDRAW_TM = CURRENT_TIMESTAMP,
               CONSENT_SORC_CD = COALESCE(NULLIF(:REQ-CONSENT-SORC-CD,
                                          '  '), CONSENT_SORC_CD),
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND PURPOSE_CD = :REQ-PURPOSE-CD
           AND RECIPIENT_CTGY_CD = :REQ-RECIPIENT-CTGY-CD
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'WITHDRAW-SHARE-CONSENT' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_DATA_SHARE_CONSENT' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '数据共享同意撤回失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM QUEUE-STOP-NOTICE.

*> 停止处理通知排队：登记了该共享目的、该类接收方且覆盖客户
*> 租户的有效订阅系统各排一条；无此类订阅系统时无需通知
QUEUE-STOP-NOTICE.
    MOVE REQ-CUST-NO TO WS-NOTIFY-CUST-NO
    EXEC SQL
        INSERT INTO CUST_CNTC_NOTIFY_QUEUE
            (CUST_NO, FLD_NM, EFF_TM, SUBSCRIBER_SYS_ID,
             NOTIFY_STATUS, CRT_TM)
        SELECT DISTINCT :WS-NOTIFY-CUST-NO, :WS-NOTIFY-FLD-NM,
               CURRENT_TIMESTAMP, SUBSCRIBER_SYS_ID, '0',
               CURRENT_TIMESTAMP
          FROM NOTIFY_SUBSCRIPTION
         WHERE SHARE_PURPOSE_CD = :REQ-PURPOSE-CD
           AND RECIPIENT_CTGY_CD = :REQ-RECIPIENT-CTGY-CD
           AND (TENANT_NO = :REQ-TENANT-NO OR TENANT_NO = 'ALL')
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'QUEUE-STOP-NOTICE' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_CNTC_NOTIFY_QUEUE' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '停止处理通知登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 同意变更审计：字段名带目的与接收方类别，新旧同意状态留痕
AUDIT-CONSENT-CHANGE.
    MOVE SPACES TO WS-AUDIT-FLD-NM
    STRING 'SHARE_CNSNT_' DELIMITED BY SIZE
           REQ-PURPOSE-CD DELIMITED BY SIZE
           '_' DELIMITED BY SIZE
           REQ-RECIPIENT-CTGY-CD DELIMITED BY SIZE
      INTO WS-AUDIT-FLD-NM
    END-STRING
    MOVE WS-OLD-STUS-CD TO WS-AUDIT-OLD-VAL
    MOVE WS-NEW-STUS-CD TO WS-AUDIT-NEW-VAL

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
       MOVE 'AUDIT-CONSENT-CHANGE' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_INFO_CHG_AUDIT' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE '同意变更审计写入失败' TO WS-RESP-MSG
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
