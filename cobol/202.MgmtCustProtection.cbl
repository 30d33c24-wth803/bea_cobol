IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTCUSTPROT01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-RECORD-COUNT        PIC 9(5).
01  WS-OPER-TYPE           PIC X(03).
01  WS-CURRENT-DATE-TIME   PIC X(21).

*> 保护登记现状：年龄标志由PROTAGEBAT01维护，本程序只动人工
*> 脆弱标志与可信联系人，撤销时年龄标志仍在则保留登记行
01  WS-DESIG-FOUND         PIC X(01).
01  WS-AGE-FLG             PIC X(01).

*> 可信联系人取值：取自客户关系(CUST_RELATION_INFO)时姓名与手机号
*> 以关系客户主档为准，键入时以入参为准
01  WS-TRST-CNTC-SORC-CD   PIC X(01).
01  WS-TRST-CNTC-CUST-NO   PIC X(20).
01  WS-TRST-CNTC-NM        PIC X(60).
01  WS-TRST-CNTC-MOBILE-NO PIC X(20).
01  WS-TRST-CNTC-RELA-CD   PIC X(02).

*> 柜员权限校验工作区(经AUTHCHK01核实柜员登记在册且持有角色)
01  WS-AUTHCHK-TENANT-NO   PIC X(10).
01  WS-AUTHCHK-ROLE-CD     PIC X(02).
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

*> 双人复核(maker/checker)工作区：脆弱客户标志决定筛查是否对其
*> 新收款人与大额交易转人工，设立/撤销一律须经另一柜员在
*> MGMTPENDAUTH01复核(同MGMTAGGRLMT01，不随租户参数DUAL_CTRL_FLG
*> 关闭)
01  WS-AUTH-PROCEED-FLG    PIC X(01).
01  WS-AUTH-COUNT          PIC 9(5).
01  WS-AUTH-SEQ-NO         PIC X(14).
01  WS-AUTH-SEQ-NO-NUM REDEFINES WS-AUTH-SEQ-NO
                           PIC 9(14).
01  WS-AUTH-DUP-COUNT      PIC 9(5).
01  WS-AUTH-RETRY-COUNT    PIC 9(3).
01  WS-AUTH-REQ-KEY        PIC X(40).
01  WS-AUTH-REQ-DIGEST     PIC X(120).

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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTCUSTPROT01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-CUST-NO            PIC X(20).     *> 客户编号
01  REQ-VULN-FLG           PIC X(01).     *> 人工脆弱标志(1是/0否)
01  REQ-VULN-RSN-CD        PIC X(02).     *> 脆弱原因代码(01认知能力
                                          *> 下降/02近期丧亲/99其他)
01  REQ-VULN-RSN-DESC      PIC X(100).    *> 脆弱原因说明(99时必填)
01  REQ-TRST-CNTC-SORC-CD  PIC X(01).     *> 可信联系人来源(空=不设/
                                          *> 1取自客户关系/2键入)
01  REQ-TRST-CNTC-CUST-NO  PIC X(20).     *> 可信联系人客户号(来源1)
01  REQ-TRST-CNTC-NM       PIC X(60).     *> 可信联系人姓名(来源2)
01  REQ-TRST-CNTC-MOBILE-NO PIC X(20).    *> 可信联系人手机号(来源2)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01登记/02修改/
                                          *> 03撤销)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CUST-NO, REQ-VULN-FLG, REQ-VULN-RSN-CD,
          REQ-VULN-RSN-DESC, REQ-TRST-CNTC-SORC-CD,
          REQ-TRST-CNTC-CUST-NO, REQ-TRST-CNTC-NM,
          REQ-TRST-CNTC-MOBILE-NO, REQ-OPER-TYP-CD, REQ-OPER-TELR-NO,
          RESP-CODE, RESP-MSG.

*> 老年及脆弱客户保护登记维护：PERSONAL_CUSTOMER_INFO有出生日期、
*> CUST_RELATION_INFO知道亲属，却没有任何地方把"需要防诈保护"的
*> 客户标出来。保护登记落CUST_PROTECT_DESIG(每租户每客户一行)：
*> 年龄标志由PROTAGEBAT01按租户参数PROTECT_AGE_THRESHOLD自动置；
*> 人工脆弱标志(认知能力下降、近期丧亲等)与可信联系人(取自客户
*> 关系或键入)经本程序维护且须双人复核。筛查(CTRLSCRN01)对登记
*> 客户的新外部收款人首笔与大额交易转人工，并经联系方式变更
*> 通知队列告知可信联系人
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO WS-RECORD-COUNT

    *> 1) 参数基础校验
    IF REQ-TENANT-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-CUST-NO = SPACES
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '客户编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 校验操作类型
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 登记
          MOVE 'ADD' TO WS-OPER-TYPE
       WHEN '02'  *> 修改
          MOVE 'MOD' TO WS-OPER-TYPE
       WHEN '03'  *> 撤销
          MOVE 'DEL' TO WS-OPER-TYPE
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    *> 2.1) 客户须为在网个人客户
    MOVE 0 TO WS-RECORD-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RECORD-COUNT
          FROM PERSONAL_CUSTOMER_INFO
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 OR WS-RECORD-COUNT = 0
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '个人客户不存在或已失效' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2.2) 登记/修改时校验脆弱标志与可信联系人；撤销时两者一并
    *>      清空
    IF WS-OPER-TYPE = 'DEL'
       MOVE '0' TO REQ-VULN-FLG
       MOVE SPACES TO REQ-VULN-RSN-CD
       MOVE SPACES TO REQ-VULN-RSN-DESC
       MOVE SPACES TO WS-TRST-CNTC-SORC-CD
       MOVE SPACES TO WS-TRST-CNTC-CUST-NO
       MOVE SPACES TO WS-TRST-CNTC-NM
       MOVE SPACES TO WS-TRST-CNTC-MOBILE-NO
       MOVE SPACES TO WS-TRST-CNTC-RELA-CD
    ELSE
       PERFORM VALIDATE-VULN-FLG
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
       PERFORM RESOLVE-TRUSTED-CONTACT
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 2.3) 柜员权限校验(普通柜员角色'01')
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

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTCUSTPROT01' TO WS-MAINTWIN-PGM-ID
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

    *> 2.5) 双人复核(无条件)：已有复核通过的同一请求则消费放行，
    *>      否则登记待复核且本笔不执行
    PERFORM CHECK-DUAL-AUTH.
    IF WS-AUTH-PROCEED-FLG NOT = 'Y'
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
    END-IF.

    *> 4) 读取现有保护登记
    PERFORM READ-PROTECT-DESIG
    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          PERFORM ADD-PROTECT-DESIG
       WHEN 'MOD'
          PERFORM MOD-PROTECT-DESIG
       WHEN 'DEL'
          PERFORM DEL-PROTECT-DESIG
    END-EVALUATE.

    IF WS-RESP-CODE NOT = 'E99999'
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 5) 提交事务
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

    *> 6) 成功返回
    MOVE '000000' TO WS-RESP-CODE
    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          MOVE '客户保护登记成功' TO WS-RESP-MSG
       WHEN 'MOD'
          MOVE '客户保护登记修改成功' TO WS-RESP-MSG
       WHEN 'DEL'
          MOVE '客户保护登记撤销成功' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    PERFORM WRITE-INVOKE-JOURNAL
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 脆弱标志校验：置'1'时须给原因代码，'99'其他须附说明；置'0'
*> 时原因一并清空
VALIDATE-VULN-FLG.
    IF REQ-VULN-FLG NOT = '0' AND REQ-VULN-FLG NOT = '1'
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '脆弱标志只能为1或0' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-VULN-FLG = '0'
       MOVE SPACES TO REQ-VULN-RSN-CD
       EXIT PARAGRAPH
    END-IF

    IF REQ-VULN-RSN-CD NOT = '01' AND REQ-VULN-RSN-CD NOT = '02'
       AND REQ-VULN-RSN-CD NOT = '99'
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '脆弱原因代码只能为01/02/99' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF REQ-VULN-RSN-CD = '99' AND REQ-VULN-RSN-DESC = SPACES
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '其他脆弱原因须填写说明' TO WS-RESP-MSG
    END-IF.

*> 可信联系人：来源'1'须为该客户在CUST_RELATION_INFO中的有效关系
*> 客户，姓名与手机号取其主档；来源'2'按键入的姓名与手机号登记；
*> 空白为不设
RESOLVE-TRUSTED-CONTACT.
    MOVE REQ-TRST-CNTC-SORC-CD TO WS-TRST-CNTC-SORC-CD
    MOVE SPACES TO WS-TRST-CNTC-CUST-NO
    MOVE SPACES TO WS-TRST-CNTC-NM
    MOVE SPACES TO WS-TRST-CNTC-MOBILE-NO
    MOVE SPACES TO WS-TRST-CNTC-RELA-CD

    EVALUATE REQ-TRST-CNTC-SORC-CD
       WHEN SPACES
          CONTINUE
       WHEN '1'
          IF REQ-TRST-CNTC-CUST-NO = SPACES
             OR REQ-TRST-CNTC-CUST-NO = REQ-CUST-NO
             MOVE 'F20004' TO WS-RESP-CODE
             MOVE '可信联系人客户号为空或为本人' TO WS-RESP-MSG
             EXIT PARAGRAPH
          END-IF
          EXEC SQL
              SELECT R.RELA_TYP_CD, B.CUST_NM,
                     COALESCE(B.MOBILE_NO, ' ')
                INTO :WS-TRST-CNTC-RELA-CD, :WS-TRST-CNTC-NM,
                     :WS-TRST-CNTC-MOBILE-NO
                FROM CUST_RELATION_INFO R, CUSTOMER_BASIC_INFO B
               WHERE R.TENANT_NO = :REQ-TENANT-NO
                 AND R.CUST_NO = :REQ-TRST-CNTC-CUST-NO
                 AND R.RELA_CUST_NO = :REQ-CUST-NO
                 AND R.VALID_FLG = '1'
                 AND B.TENANT_NO = R.TENANT_NO
                 AND B.CUST_NO = R.CUST_NO
                 AND B.VALID_FLG = '1'
               FETCH FIRST 1 ROWS ONLY
          END-EXEC
          IF SQLCODE NOT = 0
             MOVE 'F20004' TO WS-RESP-CODE
             MOVE '可信联系人须为该客户的有效关系客户' TO WS-RESP-MSG
             EXIT PARAGRAPH
          END-IF
          IF WS-TRST-CNTC-MOBILE-NO = SPACES
             MOVE 'F20005' TO WS-RESP-CODE
             MOVE '可信联系人无登记手机号' TO WS-RESP-MSG
             EXIT PARAGRAPH
          END-IF
          MOVE REQ-TRST-CNTC-CUST-NO TO WS-TRST-CNTC-CUST-NO
       WHEN '2'
          IF REQ-TRST-CNTC-NM = SPACES
             OR REQ-TRST-CNTC-MOBILE-NO = SPACES
             MOVE 'F20005' TO WS-RESP-CODE
             MOVE '键入的可信联系人须有姓名与手机号' TO WS-RESP-MSG
             EXIT PARAGRAPH
          END-IF
          MOVE REQ-TRST-CNTC-NM TO WS-TRST-CNTC-NM
          MOVE REQ-TRST-CNTC-MOBILE-NO TO WS-TRST-CNTC-MOBILE-NO
       WHEN OTHER
          MOVE 'F20004' TO WS-RESP-CODE
          MOVE '可信联系人来源只能为空/1/2' TO WS-RESP-MSG
    END-EVALUATE.

*> 读取保护登记现状(有效行)
READ-PROTECT-DESIG.
    MOVE 'N' TO WS-DESIG-FOUND
    MOVE '0' TO WS-AGE-FLG
    EXEC SQL
        SELECT AGE_FLG INTO :WS-AGE-FLG
          FROM CUST_PROTECT_DESIG
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC.

    EVALUATE SQLCODE
       WHEN 0
          MOVE 'Y' TO WS-DESIG-FOUND
       WHEN 100
          CONTINUE
       WHEN OTHER
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'READ-PROTECT-DESIG' TO WS-TE-PARA-NM
          MOVE 'SELECT CUST_PROTECT_DESIG' TO WS-TE-OPER-CD
          MOVE 'E12003' TO WS-RESP-CODE
          MOVE '客户保护登记查询失败' TO WS-RESP-MSG
    END-EVALUATE.

*> 登记：已有年龄标志行的改写人工部分，人工部分已设的报已存在
ADD-PROTECT-DESIG.
    IF WS-DESIG-FOUND = 'Y'
       MOVE 0 TO WS-RECORD-COUNT
       EXEC SQL
           SELECT COUNT(*) INTO :WS-RECORD-COUNT
             FROM CUST_PROTECT_DESIG
            WHERE TENANT_NO = :REQ-TENANT-NO
              AND CUST_NO = :REQ-CUST-NO
              AND VALID_FLG = '1'
              AND (VULN_FLG = '1' OR TRST_CNTC_SORC_CD NOT = ' ')
       END-EXEC
       IF SQLCODE = 0 AND WS-RECORD-COUNT > 0
          MOVE 'F20006' TO WS-RESP-CODE
          MOVE '该客户保护登记已存在' TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF
       PERFORM UPDATE-MANUAL-PART
       EXIT PARAGRAPH
    END-IF

    IF REQ-VULN-FLG = '0' AND WS-TRST-CNTC-SORC-CD = SPACES
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '脆弱标志与可信联系人不能都为空' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        INSERT INTO CUST_PROTECT_DESIG (
            TENANT_NO, CUST_NO, AGE_FLG, AGE_FLG_DT,
            VULN_FLG, VULN_RSN_CD, VULN_RSN_DESC,
            TRST_CNTC_SORC_CD, TRST_CNTC_CUST_NO, TRST_CNTC_RELA_CD,
            TRST_CNTC_NM, TRST_CNTC_MOBILE_NO, VALID_FLG,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TENANT-NO, :REQ-CUST-NO, '0', ' ',
            :REQ-VULN-FLG, :REQ-VULN-RSN-CD, :REQ-VULN-RSN-DESC,
            :WS-TRST-CNTC-SORC-CD, :WS-TRST-CNTC-CUST-NO,
            :WS-TRST-CNTC-RELA-CD, :WS-TRST-CNTC-NM,
            :WS-TRST-CNTC-MOBILE-NO, '1',
            :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-PROTECT-DESIG' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_PROTECT_DESIG' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '客户保护登记失败' TO WS-RESP-MSG
    END-IF.

*> 修改：登记行须存在
MOD-PROTECT-DESIG.
    IF WS-DESIG-FOUND NOT = 'Y'
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '客户保护登记不存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    PERFORM UPDATE-MANUAL-PART.

*> 撤销：清空人工部分；年龄标志仍在的保留登记行，否则整行失效
DEL-PROTECT-DESIG.
    IF WS-DESIG-FOUND NOT = 'Y'
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '客户保护登记不存在' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-AGE-FLG = '1'
       PERFORM UPDATE-MANUAL-PART
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE CUST_PROTECT_DESIG
           SET VALID_FLG = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-PROTECT-DESIG' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_PROTECT_DESIG' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '客户保护登记撤销失败' TO WS-RESP-MSG
    END-IF.

*> 改写登记行的人工部分(脆弱标志与可信联系人)，年龄标志不动
UPDATE-MANUAL-PART.
    EXEC SQL
        UPDATE CUST_PROTECT_DESIG
           SET VULN_FLG = :REQ-VULN-FLG,
               VULN_RSN_CD = :REQ-VULN-RSN-CD,
               VULN_RSN_DESC = :REQ-VULN-RSN-DESC,
               TRST_CNTC_SORC_CD = :WS-TRST-CNTC-SORC-CD,
               TRST_CNTC_CUST_NO = :WS-TRST-CNTC-CUST-NO,
               TRST_CNTC_RELA_CD = :WS-TRST-CNTC-RELA-CD,
               TRST_CNTC_NM = :WS-TRST-CNTC-NM,
               TRST_CNTC_MOBILE_NO = :WS-TRST-CNTC-MOBILE-NO,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'UPDATE-MANUAL-PART' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_PROTECT_DESIG' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '客户保护登记修改失败' TO WS-RESP-MSG
    END-IF.

*> 双人复核检查(同MGMTAGGRLMT01，无条件执行)：请求键固定'PROTECT'，
*> 摘要为脆弱标志、原因代码、可信联系人来源/客户号/手机号/姓名，
*> 复核人在MGMTPENDAUTH01看得到所批的具体内容
CHECK-DUAL-AUTH.
    MOVE 'Y' TO WS-AUTH-PROCEED-FLG
    MOVE 'PROTECT' TO WS-AUTH-REQ-KEY
    MOVE SPACES TO WS-AUTH-REQ-DIGEST
    STRING REQ-VULN-FLG DELIMITED BY SIZE
           REQ-VULN-RSN-CD DELIMITED BY SIZE
           WS-TRST-CNTC-SORC-CD DELIMITED BY SIZE
           WS-TRST-CNTC-CUST-NO DELIMITED BY SIZE
           WS-TRST-CNTC-MOBILE-NO DELIMITED BY SIZE
           WS-TRST-CNTC-NM DELIMITED BY SIZE
      INTO WS-AUTH-REQ-DIGEST
    END-STRING

    MOVE 0 TO WS-AUTH-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-AUTH-COUNT
          FROM CUST_PENDING_AUTH
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND OPER_PROGRAM = 'MGMTCUSTPROT01'
           AND OPER_TYP_CD = :REQ-OPER-TYP-CD
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
              AND OPER_PROGRAM = 'MGMTCUSTPROT01'
              AND OPER_TYP_CD = :REQ-OPER-TYP-CD
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
    MOVE 'MGMTCUSTPROT01' TO WS-CHAIN-PND-OPER-PROGRAM
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
               (:WS-AUTH-SEQ-NO, :REQ-TENANT-NO, 'MGMTCUSTPROT01',
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

*> 服务调用流水(同MGMTCHNLTXN01)：写在业务事务了结之后，写入失败
*> 只记DISPLAY，不影响对外响应
WRITE-INVOKE-JOURNAL.
    EXEC SQL
        INSERT INTO SVC_INVOKE_JOURNAL (
            PROGRAM_ID, OPER_TELR_NO, TENANT_NO, CUST_NO,
            RESP_CODE, INVOKE_TM
        ) VALUES (
            'MGMTCUSTPROT01', :REQ-OPER-TELR-NO, :REQ-TENANT-NO,
            :REQ-CUST-NO, :WS-RESP-CODE, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '服务调用流水写入失败:' 'MGMTCUSTPROT01'
    ELSE
       EXEC SQL COMMIT END-EXEC
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
