*> 柜员权限校验工作区(经AUTHCHK01核实柜员登记在册且持有角色)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

01  WS-SEQ-DUP-COUNT       PIC 9(5).
01  WS-SEQ-RETRY-COUNT     PIC 9(3).

*> 证据链入链工作区(AUDCHAIN01)：各证据表的写入行按所属链的规范
*> 布局拼成400字节内容入链，链序号/摘要/入链时刻随行写入
01  WS-CHAIN-ID            PIC X(10).
01  WS-CHAIN-CONTENT       PIC X(400).
*> 待复核事项链(PENDAUTH)规范内容
01  WS-CHAIN-PND-CONTENT REDEFINES WS-CHAIN-CONTENT.
    05  WS-CHAIN-PND-AUTH-SEQ-NO   PIC X(14).
    05  WS-CHAIN-PND-TENANT-NO     PIC X(10).
    05  WS-CHAIN-PND-OPER-PROGRAM  PIC X(20).
    05  WS-CHAIN-PND-OPER-TYP-CD   PIC X(02).
    05  WS-CHAIN-PND-CUST-NO       PIC X(20).
    05  WS-CHAIN-PND-CRTF-TYP-CD   PIC X(02).
    05  WS-CHAIN-PND-CRTF-NO       PIC X(20).
    05  WS-CHAIN-PND-REQ-KEY       PIC X(40).
    05  WS-CHAIN-PND-REQ-DIGEST    PIC X(120).
    05  WS-CHAIN-PND-CRT-TELR-NO   PIC X(10).
    05  FILLER                     PIC X(142).
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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTLEGALHOLD01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
    *> 2) 柜员权限校验(名单/管控维护角色'04')
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '04' TO WS-AUTHCHK-ROLE-CD
    MOVE REQ-CUST-NO TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO, WS-AUTHCHK-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
       GO TO EXIT-PROGRAM
    END-IF

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTLEGALHOLD01' TO WS-MAINTWIN-PGM-ID
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

    *> 3) 双人复核：租户开启DUAL_CTRL_FLG时须经另一柜员复核
    PERFORM CHECK-DUAL-AUTH.
    IF WS-AUTH-PROCEED-FLG NOT = 'Y'
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-LEGAL-HOLD' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_LEGAL_HOLD' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '数据保全登记失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RELEASE-LEGAL-HOLD' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_LEGAL_HOLD' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '数据保全解除失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-CHAIN-CONTENT
    MOVE WS-AUTH-SEQ-NO TO WS-CHAIN-PND-AUTH-SEQ-NO
    MOVE REQ-TENANT-NO TO WS-CHAIN-PND-TENANT-NO
    MOVE 'MGMTLEGALHOLD01' TO WS-CHAIN-PND-OPER-PROGRAM
    MOVE REQ-OPER-TYP-CD TO WS-CHAIN-PND-OPER-TYP-CD
    MOVE REQ-CUST-NO TO WS-CHAIN-PND-CUST-NO
    MOVE ' ' TO WS-CHAIN-PND-CRTF-TYP-CD
    MOVE ' ' TO WS-CHAIN-PND-CRTF-NO
    MOVE WS-AUTH-REQ-KEY TO WS-CHAIN-PND-REQ-KEY
    MOVE WS-AUTH-REQ-DIGEST TO WS-CHAIN-PND-REQ-DIGEST
    MOVE REQ-OPER-TELR-NO TO WS-CHAIN-PND-CRT-TELR-NO
    MOVE 'PENDAUTH' TO WS-CHAIN-ID
    MOVE SPACES TO WS-CHAIN-TM
    PERFORM CHAIN-EVIDENCE-ROW
    IF WS-CHAIN-RESP-CODE = '000000'
       EXEC SQL
           INSERT INTO CUST_PENDING_AUTH
               (AUTH_SEQ_NO, TENANT_NO, OPER_PROGRAM, OPER_TYP_CD,
                CUST_NO, CRTF_TYP_CD, CRTF_NO, REQ_KEY, REQ_DIGEST,
                STATUS_CD, CRT_TELR_NO, CRT_TM,
                CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH, UPD_TM)
           VALUES
               (:WS-AUTH-SEQ-NO, :REQ-TENANT-NO, 'MGMTLEGALHOLD01',
                :REQ-OPER-TYP-CD, :REQ-CUST-NO, ' ', ' ',
                :WS-AUTH-REQ-KEY, :WS-AUTH-REQ-DIGEST, '0',
                :REQ-OPER-TELR-NO,
                :WS-CHAIN-TM,
                :WS-CHAIN-SEQ-NO, :WS-CHAIN-PREV-HASH,
                :WS-CHAIN-ROW-HASH, CURRENT_TIMESTAMP)
       END-EXEC
    END-IF.

    MOVE 'N' TO WS-AUTH-PROCEED-FLG
    IF SQLCODE NOT = 0 OR WS-CHAIN-RESP-CODE NOT = '000000'
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CHECK-DUAL-AUTH' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_PENDING_AUTH' TO WS-TE-OPER-CD
       MOVE 'E12021' TO WS-RESP-CODE
       MOVE '待复核记录登记失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       MOVE 99 TO WS-SEQ-DUP-COUNT
       MOVE 100 TO WS-SEQ-RETRY-COUNT
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
