IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTIDV01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-IDV-STUS-CD         PIC X(01).
01  WS-IDV-RSLT-DT         PIC X(08).
01  WS-NEW-STUS-CD         PIC X(01).
01  WS-CURRENT-DATE-TIME   PIC X(21).

*> 柜员权限校验工作区(经AUTHCHK01核实柜员登记在册且持有角色)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

*> 双人复核(maker/checker)工作区：核查不符的人工核实处理一律
*> 须经另一柜员在MGMTPENDAUTH01复核——同DORMREACT01
01  WS-AUTH-PROCEED-FLG    PIC X(01).
01  WS-AUTH-COUNT          PIC 9(5).
01  WS-AUTH-SEQ-NO         PIC X(14).
01  WS-AUTH-SEQ-NO-NUM REDEFINES WS-AUTH-SEQ-NO
                           PIC 9(14).
01  WS-AUTH-DUP-COUNT      PIC 9(5).
01  WS-AUTH-RETRY-COUNT    PIC 9(3).
01  WS-AUTH-REQ-KEY        PIC X(40).
01  WS-AUTH-REQ-DIGEST     PIC X(120).

*> 字段级审计通用工作区(同MGMTCNTCPREF01)
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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTIDV01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-CUST-NO            PIC X(10).     *> 客户编号
01  REQ-VERIF-MODE-CD      PIC X(02).     *> 人工核实方式(01柜面面核/
                                          *> 02视频核实)
01  REQ-VERIF-DOC-REF      PIC X(30).     *> 人工核实留存凭证档案号
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01查询/
                                          *> 02人工核实处理/03重新
                                          *> 送核)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-IDV-STUS-CD       PIC X(01).     *> 联网核查状态
01  RESP-IDV-RSLT-DT       PIC X(08).     *> 核查结果日期

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CUST-NO, REQ-VERIF-MODE-CD,
          REQ-VERIF-DOC-REF, REQ-OPER-TYP-CD, REQ-OPER-TELR-NO,
          RESP-CODE, RESP-MSG, RESP-IDV-STUS-CD, RESP-IDV-RSLT-DT.

*> 开户联网核查结果处理：IDVRESP01回写的核查不符客户('3'姓名
*> 不符/'4'证件已注销/'5'仅照片比对)在CTRLSCRN01一律转人工，
*> 须由柜员在此了结——面核或视频核实后带凭证档案号、经双人
*> 复核置'9'已人工核实；客户更正姓名或补齐资料后也可置回'0'
*> 由IDVREQ01重新送核。状态变更全程留审计
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE SPACES TO RESP-IDV-STUS-CD
    MOVE SPACES TO RESP-IDV-RSLT-DT

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES OR REQ-CUST-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/客户编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-OPER-TYP-CD = '02'
       AND (REQ-VERIF-MODE-CD = SPACES OR REQ-VERIF-DOC-REF = SPACES)
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '人工核实方式/留存凭证档案号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 柜员权限校验(普通柜员角色'01')
    MOVE REQ-TENANT-NO TO WS-AUTHCHK-TENANT-NO
    MOVE '01' TO WS-AUTHCHK-ROLE-CD
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

    *> 3) 客户须在网
    MOVE SPACES TO WS-IDV-STUS-CD
    MOVE SPACES TO WS-IDV-RSLT-DT
    EXEC SQL
        SELECT COALESCE(IDV_STUS_CD, ' '), COALESCE(IDV_RSLT_DT, ' ')
          INTO :WS-IDV-STUS-CD, :WS-IDV-RSLT-DT
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '客户不存在或已失效' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE WS-IDV-STUS-CD TO RESP-IDV-STUS-CD
    MOVE WS-IDV-RSLT-DT TO RESP-IDV-RSLT-DT

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外；
    *> 查询(01)不受限)
    IF REQ-OPER-TYP-CD NOT = '01'
       MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
       MOVE 'MGMTIDV01' TO WS-MAINTWIN-PGM-ID
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
    END-IF

    *> 4) 根据操作类型执行相应操作
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 查询
          MOVE '000000' TO WS-RESP-CODE
          MOVE '查询成功' TO WS-RESP-MSG
       WHEN '02'  *> 人工核实处理(双人复核)
          PERFORM RESOLVE-IDV-MISMATCH
       WHEN '03'  *> 重新送核
          PERFORM RESUBMIT-IDV-CHECK
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 人工核实处理：仅限核查不符状态，经双人复核后置'9'
RESOLVE-IDV-MISMATCH.
    IF WS-IDV-STUS-CD NOT = '3' AND WS-IDV-STUS-CD NOT = '4'
       AND WS-IDV-STUS-CD NOT = '5'
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '客户不处于核查不符状态' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-DUAL-AUTH
    IF WS-AUTH-PROCEED-FLG NOT = 'Y'
       EXIT PARAGRAPH
    END-IF

    MOVE '9' TO WS-NEW-STUS-CD
    MOVE SPACES TO WS-AUDIT-NEW-VAL
    STRING '9 VERIF=' DELIMITED BY SIZE
           REQ-VERIF-MODE-CD DELIMITED BY SIZE
           ' DOC=' DELIMITED BY SIZE
           REQ-VERIF-DOC-REF DELIMITED BY SIZE
      INTO WS-AUDIT-NEW-VAL
    END-STRING
    PERFORM UPDATE-IDV-STATUS
    IF WS-RESP-CODE = '000000'
       MOVE '核查不符已人工核实处理' TO WS-RESP-MSG
    END-IF.

*> 重新送核：核查不符客户更正资料后置回'0'，下一批次IDVREQ01
*> 重新送公安联网核查
RESUBMIT-IDV-CHECK.
    IF WS-IDV-STUS-CD NOT = '3' AND WS-IDV-STUS-CD NOT = '4'
       AND WS-IDV-STUS-CD NOT = '5'
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '客户不处于核查不符状态' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE '0' TO WS-NEW-STUS-CD
    MOVE '0' TO WS-AUDIT-NEW-VAL
    PERFORM UPDATE-IDV-STATUS
    IF WS-RESP-CODE = '000000'
       MOVE '已登记重新送核' TO WS-RESP-MSG
    END-IF.

*> 状态变更与审计同一事务(调用方已备好审计新值)
UPDATE-IDV-STATUS.
    EXEC SQL START TRANSACTION END-EXEC

    EXEC SQL
        UPDATE CUSTOMER_BASIC_INFO
           SET IDV_STUS_CD = :WS-NEW-STUS-CD,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND IDV_STUS_CD = :WS-IDV-STUS-CD
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'UPDATE-IDV-STATUS' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '联网核查状态更新失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE 'IDV_STUS_CD' TO WS-AUDIT-FLD-NM
    MOVE WS-IDV-STUS-CD TO WS-AUDIT-OLD-VAL
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
       MOVE 'UPDATE-IDV-STATUS' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_INFO_CHG_AUDIT' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '核查状态审计写入失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'UPDATE-IDV-STATUS' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE WS-NEW-STUS-CD TO RESP-IDV-STUS-CD
    MOVE '000000' TO WS-RESP-CODE.

*> 双人复核检查(同DORMREACT01)：摘要并入核实方式与凭证档案号，
*> 复核人批的是具体核实证据
CHECK-DUAL-AUTH.
    MOVE 'Y' TO WS-AUTH-PROCEED-FLG
    MOVE REQ-VERIF-DOC-REF TO WS-AUTH-REQ-KEY
    MOVE SPACES TO WS-AUTH-REQ-DIGEST
    STRING REQ-VERIF-MODE-CD DELIMITED BY SIZE
           REQ-VERIF-DOC-REF DELIMITED BY SIZE
      INTO WS-AUTH-REQ-DIGEST
    END-STRING

    MOVE 0 TO WS-AUTH-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-AUTH-COUNT
          FROM CUST_PENDING_AUTH
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND OPER_PROGRAM = 'MGMTIDV01'
           AND OPER_TYP_CD = '02'
           AND CUST_NO = :REQ-CUST-NO
           AND CRTF_NO = ' '
           AND REQ_KEY = :WS-AUTH-REQ-KEY
           AND REQ_DIGEST = :WS-AUTH-REQ-DIGEST
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE = 0 AND WS-AUTH-COUNT > 0
       EXEC SQL
           UPDATE CUST_PENDING_AUTH
              SET STATUS_CD = '2',
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :REQ-TENANT-NO
              AND OPER_PROGRAM = 'MGMTIDV01'
              AND OPER_TYP_CD = '02'
              AND CUST_NO = :REQ-CUST-NO
              AND CRTF_NO = ' '
              AND REQ_KEY = :WS-AUTH-REQ-KEY
              AND REQ_DIGEST = :WS-AUTH-REQ-DIGEST
              AND STATUS_CD = '1'
       END-EXEC
       EXEC SQL COMMIT END-EXEC
       EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-AUTH-SEQ-NO
    MOVE 0 TO WS-AUTH-RETRY-COUNT
    PERFORM CHECK-AUTH-SEQ-NO-FREE
    PERFORM UNTIL WS-AUTH-DUP-COUNT = 0
                  OR WS-AUTH-RETRY-COUNT > 99
       ADD 1 TO WS-AUTH-SEQ-NO-NUM
       ADD 1 TO WS-AUTH-RETRY-COUNT
       PERFORM CHECK-AUTH-SEQ-NO-FREE
    END-PERFORM

    IF WS-AUTH-DUP-COUNT NOT = 0
       MOVE 'N' TO WS-AUTH-PROCEED-FLG
       MOVE 'E12021' TO WS-RESP-CODE
       MOVE '待复核流水号分配失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-CHAIN-CONTENT
    MOVE WS-AUTH-SEQ-NO TO WS-CHAIN-PND-AUTH-SEQ-NO
    MOVE REQ-TENANT-NO TO WS-CHAIN-PND-TENANT-NO
    MOVE 'MGMTIDV01' TO WS-CHAIN-PND-OPER-PROGRAM
    MOVE '02' TO WS-CHAIN-PND-OPER-TYP-CD
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
               (:WS-AUTH-SEQ-NO, :REQ-TENANT-NO, 'MGMTIDV01',
                '02', :REQ-CUST-NO, ' ', ' ',
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
    ELSE
       EXEC SQL COMMIT END-EXEC
       MOVE 'W20101' TO WS-RESP-CODE
       STRING '操作已登记待复核，流水号:' DELIMITED BY SIZE
              WS-AUTH-SEQ-NO DELIMITED BY SIZE
         INTO WS-RESP-MSG
       END-STRING
    END-IF.

*> 核对候选待复核流水号是否已被占用
CHECK-AUTH-SEQ-NO-FREE.
    MOVE 0 TO WS-AUTH-DUP-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-AUTH-DUP-COUNT
          FROM CUST_PENDING_AUTH
         WHERE AUTH_SEQ_NO = :WS-AUTH-SEQ-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 99 TO WS-AUTH-DUP-COUNT
       MOVE 100 TO WS-AUTH-RETRY-COUNT
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
