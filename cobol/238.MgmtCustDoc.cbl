IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTCUSTDOC01.

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
01  WS-CUST-CNT            PIC S9(9) COMP-4.
01  WS-DUP-CNT             PIC S9(9) COMP-4.
01  WS-CURRENT-DATE-TIME   PIC X(21).

*> 文件序号分配(取当前时刻14位，撞号顺延)
01  WS-DOC-SEQ-NO          PIC X(14).
01  WS-DOC-SEQ-NO-NUM REDEFINES WS-DOC-SEQ-NO PIC 9(14).
01  WS-SEQ-DUP-COUNT       PIC 9(05) VALUE 0.
01  WS-SEQ-RETRY-COUNT     PIC 9(03) VALUE 0.

*> 登记行现值(修改/删除前取出，供审计新旧值)
01  WS-OLD-DOC-TYP-CD      PIC X(02).
01  WS-OLD-ARCH-REF-NO     PIC X(40).
01  WS-OLD-ISSUE-DT        PIC X(08).
01  WS-OLD-EXPIRE-DT       PIC X(08).
01  WS-OLD-SUPPORT-PGM-ID  PIC X(20).
01  WS-OLD-SUPPORT-KEY     PIC X(40).
01  WS-OLD-VALID-FLG       PIC X(01).
01  WS-NEW-ARCH-REF-NO     PIC X(40).
01  WS-NEW-ISSUE-DT        PIC X(08).
01  WS-NEW-EXPIRE-DT       PIC X(08).
01  WS-NEW-SUPPORT-PGM-ID  PIC X(20).
01  WS-NEW-SUPPORT-KEY     PIC X(40).

*> 字段级审计通用工作区：文件登记增删改写入CUST_INFO_CHG_AUDIT，
*> 字段名带文件类型，新旧值为"序号 档案编号 签发日-到期日"
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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTCUSTDOC01'.
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
01  REQ-DOC-SEQ-NO         PIC X(14).     *> 文件序号(修改/删除必输)
01  REQ-DOC-TYP-CD         PIC X(02).     *> 文件类型(01监护证明/
                                          *> 02死亡证明/03继承遗产文书/
                                          *> 04法院裁定协助执行书/
                                          *> 05联络同意书/06证件复印件/
                                          *> 99其他)
01  REQ-ARCH-REF-NO        PIC X(40).     *> 档案/影像编号
01  REQ-ISSUE-DT           PIC X(08).     *> 签发日期
01  REQ-EXPIRE-DT          PIC X(08).     *> 到期日期(可空，空为长期)
01  REQ-SUPPORT-PGM-ID     PIC X(20).     *> 支持的登记业务程序(可空)
01  REQ-SUPPORT-KEY        PIC X(40).     *> 支持的登记业务主键(可空)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01登记/
                                          *> 02修改/03删除)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-DOC-SEQ-NO        PIC X(14).     *> 登记的文件序号

PROCEDURE DIVISION
    USING REQ-CUST-NO, REQ-TENANT-NO, REQ-DOC-SEQ-NO, REQ-DOC-TYP-CD,
          REQ-ARCH-REF-NO, REQ-ISSUE-DT, REQ-EXPIRE-DT,
          REQ-SUPPORT-PGM-ID, REQ-SUPPORT-KEY, REQ-OPER-TYP-CD,
          REQ-OPER-TELR-NO, RESP-CODE, RESP-MSG, RESP-DOC-SEQ-NO.

*> 客户证明文件登记维护：监护、身故、遗产、冻结、联络同意等登记
*> 所依据的纸质/影像文件按客户逐份登记(CUST_DOC_REGISTRY)，记文件
*> 类型、档案影像编号、签发与到期日及其支持的登记业务(程序+主键)。
*> 删除只置无效不删行。MGMTGRDN01/MGMTDECD01/MGMTESTATE01/
*> MGMTFREEZE01/MGMTCNTCPREF01提交前经DOCCHK01核对在册文件，
*> DOCEXCP01每周列出缺文件或文件已过期的登记
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE SPACES TO RESP-DOC-SEQ-NO

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

    IF REQ-OPER-TYP-CD = '01'
       IF REQ-DOC-TYP-CD NOT = '01' AND REQ-DOC-TYP-CD NOT = '02'
          AND REQ-DOC-TYP-CD NOT = '03' AND REQ-DOC-TYP-CD NOT = '04'
          AND REQ-DOC-TYP-CD NOT = '05' AND REQ-DOC-TYP-CD NOT = '06'
          AND REQ-DOC-TYP-CD NOT = '99'
          MOVE 'F20003' TO WS-RESP-CODE
          MOVE '证明文件类型代码非法' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
       IF REQ-ARCH-REF-NO = SPACES
          MOVE 'F20004' TO WS-RESP-CODE
          MOVE '档案/影像编号不能为空' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
    ELSE
       IF REQ-DOC-SEQ-NO = SPACES
          MOVE 'F20005' TO WS-RESP-CODE
          MOVE '文件序号不能为空' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    IF (REQ-ISSUE-DT NOT = SPACES AND REQ-ISSUE-DT IS NOT NUMERIC) OR
       (REQ-EXPIRE-DT NOT = SPACES AND REQ-EXPIRE-DT IS NOT NUMERIC)
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '签发/到期日期格式错误' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-ISSUE-DT NOT = SPACES AND REQ-EXPIRE-DT NOT = SPACES
       AND REQ-ISSUE-DT > REQ-EXPIRE-DT
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '签发日期不能晚于到期日期' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 校验操作类型
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 登记
          MOVE 'ADD' TO WS-OPER-TYPE
       WHEN '02'  *> 修改
          MOVE 'UPD' TO WS-OPER-TYPE
       WHEN '03'  *> 删除
          MOVE 'DEL' TO WS-OPER-TYPE
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTCUSTDOC01' TO WS-MAINTWIN-PGM-ID
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

    *> 4) 客户须在租户下登记过(已身故、已失效客户的文件照常登记)
    MOVE 0 TO WS-CUST-CNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-CUST-CNT
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'SELECT CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '客户信息查询失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    IF WS-CUST-CNT = 0
       MOVE 'F20007' TO WS-RESP-CODE
       MOVE '客户不存在' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 5) 根据操作类型执行相应操作
    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          PERFORM ADD-CUST-DOC
       WHEN 'UPD'
          PERFORM MODIFY-CUST-DOC
       WHEN 'DEL'
          PERFORM DELETE-CUST-DOC
    END-EVALUATE.

    IF WS-RESP-CODE NOT = '000000'
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    PERFORM AUDIT-DOC-CHANGE
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
    MOVE WS-DOC-SEQ-NO TO RESP-DOC-SEQ-NO
    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
          MOVE '证明文件登记成功' TO WS-RESP-MSG
       WHEN 'UPD'
          MOVE '证明文件登记修改成功' TO WS-RESP-MSG
       WHEN 'DEL'
          MOVE '证明文件登记删除成功' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 登记：同一客户同类型同档案编号的有效文件只登记一份；文件序号
*> 按当前时刻分配
ADD-CUST-DOC.
    MOVE 0 TO WS-DUP-CNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-DUP-CNT
          FROM CUST_DOC_REGISTRY
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND DOC_TYP_CD = :REQ-DOC-TYP-CD
           AND ARCH_REF_NO = :REQ-ARCH-REF-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-CUST-DOC' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_DOC_REGISTRY' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '证明文件登记查询失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF WS-DUP-CNT > 0
       MOVE 'F20008' TO WS-RESP-CODE
       MOVE '该证明文件已登记' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM ALLOC-DOC-SEQ-NO
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-OLD-VALID-FLG
    MOVE REQ-DOC-TYP-CD TO WS-OLD-DOC-TYP-CD
    MOVE REQ-ARCH-REF-NO TO WS-NEW-ARCH-REF-NO
    MOVE REQ-ISSUE-DT TO WS-NEW-ISSUE-DT
    MOVE REQ-EXPIRE-DT TO WS-NEW-EXPIRE-DT
    MOVE REQ-SUPPORT-PGM-ID TO WS-NEW-SUPPORT-PGM-ID
    MOVE REQ-SUPPORT-KEY TO WS-NEW-SUPPORT-KEY

    EXEC SQL
        INSERT INTO CUST_DOC_REGISTRY (
            TENANT_NO, CUST_NO, DOC_SEQ_NO, DOC_TYP_CD, ARCH_REF_NO,
            ISSUE_DT, EXPIRE_DT, SUPPORT_PGM_ID, SUPPORT_KEY,
            VALID_FLG, CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TENANT-NO, :REQ-CUST-NO, :WS-DOC-SEQ-NO,
            :REQ-DOC-TYP-CD, :REQ-ARCH-REF-NO,
            NULLIF(:REQ-ISSUE-DT, '        '),
            NULLIF(:REQ-EXPIRE-DT, '        '),
            :REQ-SUPPORT-PGM-ID, :REQ-SUPPORT-KEY,
            '1', :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-CUST-DOC' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_DOC_REGISTRY' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '证明文件登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 修改：可改档案编号、签发/到期日与支持的登记业务，未送的项保留
*> 原值；文件类型不改(类型登错即删旧登新)
MODIFY-CUST-DOC.
    PERFORM READ-CUST-DOC
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF.

    MOVE WS-OLD-ARCH-REF-NO TO WS-NEW-ARCH-REF-NO
    MOVE WS-OLD-ISSUE-DT TO WS-NEW-ISSUE-DT
    MOVE WS-OLD-EXPIRE-DT TO WS-NEW-EXPIRE-DT
    MOVE WS-OLD-SUPPORT-PGM-ID TO WS-NEW-SUPPORT-PGM-ID
    MOVE WS-OLD-SUPPORT-KEY TO WS-NEW-SUPPORT-KEY
    IF REQ-ARCH-REF-NO NOT = SPACES
       MOVE REQ-ARCH-REF-NO TO WS-NEW-ARCH-REF-NO
    END-IF
    IF REQ-ISSUE-DT NOT = SPACES
       MOVE REQ-ISSUE-DT TO WS-NEW-ISSUE-DT
    END-IF
    IF REQ-EXPIRE-DT NOT = SPACES
       MOVE REQ-EXPIRE-DT TO WS-NEW-EXPIRE-DT
    END-IF
    IF REQ-SUPPORT-PGM-ID NOT = SPACES
       MOVE REQ-SUPPORT-PGM-ID TO WS-NEW-SUPPORT-PGM-ID
       MOVE REQ-SUPPORT-KEY TO WS-NEW-SUPPORT-KEY
    END-IF

    IF WS-NEW-ISSUE-DT NOT = SPACES AND WS-NEW-EXPIRE-DT NOT = SPACES
       AND WS-NEW-ISSUE-DT > WS-NEW-EXPIRE-DT
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '签发日期不能晚于到期日期' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE CUST_DOC_REGISTRY
           SET ARCH_REF_NO = :WS-NEW-ARCH-REF-NO,
               ISSUE_DT = NULLIF(:WS-NEW-ISSUE-DT, '        '),
               EXPIRE_DT = NULLIF(:WS-NEW-EXPIRE-DT, '        '),
               SUPPORT_PGM_ID = :WS-NEW-SUPPORT-PGM-ID,
               SUPPORT_KEY = :WS-NEW-SUPPORT-KEY,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND DOC_SEQ_NO = :WS-DOC-SEQ-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MODIFY-CUST-DOC' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_DOC_REGISTRY' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '证明文件登记修改失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 删除：只置无效，行保留备查；依据该文件的登记在下次异常清单中
*> 重新列为缺文件
DELETE-CUST-DOC.
    PERFORM READ-CUST-DOC
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE CUST_DOC_REGISTRY
           SET VALID_FLG = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND DOC_SEQ_NO = :WS-DOC-SEQ-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DELETE-CUST-DOC' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_DOC_REGISTRY' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '证明文件登记删除失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 按文件序号取现登记行，须属本客户且有效
READ-CUST-DOC.
    MOVE REQ-DOC-SEQ-NO TO WS-DOC-SEQ-NO
    MOVE SPACES TO WS-OLD-DOC-TYP-CD WS-OLD-ARCH-REF-NO WS-OLD-ISSUE-DT
                   WS-OLD-EXPIRE-DT WS-OLD-SUPPORT-PGM-ID
                   WS-OLD-SUPPORT-KEY WS-OLD-VALID-FLG
    EXEC SQL
        SELECT DOC_TYP_CD, ARCH_REF_NO, COALESCE(ISSUE_DT, ' '),
               COALESCE(EXPIRE_DT, ' '), COALESCE(SUPPORT_PGM_ID, ' '),
               COALESCE(SUPPORT_KEY, ' '), VALID_FLG
          INTO :WS-OLD-DOC-TYP-CD, :WS-OLD-ARCH-REF-NO,
               :WS-OLD-ISSUE-DT, :WS-OLD-EXPIRE-DT,
               :WS-OLD-SUPPORT-PGM-ID, :WS-OLD-SUPPORT-KEY,
               :WS-OLD-VALID-FLG
          FROM CUST_DOC_REGISTRY
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND DOC_SEQ_NO = :WS-DOC-SEQ-NO
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'READ-CUST-DOC' TO WS-TE-PARA-NM
       MOVE 'SELECT CUST_DOC_REGISTRY' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '证明文件登记查询失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF SQLCODE = 100 OR WS-OLD-VALID-FLG NOT = '1'
       MOVE 'F20009' TO WS-RESP-CODE
       MOVE '证明文件未登记或已删除' TO WS-RESP-MSG
    END-IF.

ALLOC-DOC-SEQ-NO.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-DOC-SEQ-NO
    MOVE 0 TO WS-SEQ-RETRY-COUNT
    PERFORM CHECK-DOC-SEQ-NO-FREE
    PERFORM UNTIL WS-SEQ-DUP-COUNT = 0
                  OR WS-SEQ-RETRY-COUNT > 99
       ADD 1 TO WS-DOC-SEQ-NO-NUM
       ADD 1 TO WS-SEQ-RETRY-COUNT
       PERFORM CHECK-DOC-SEQ-NO-FREE
    END-PERFORM

    IF WS-SEQ-DUP-COUNT NOT = 0
       MOVE 'E12021' TO WS-RESP-CODE
       MOVE '证明文件序号分配失败' TO WS-RESP-MSG
    END-IF.

CHECK-DOC-SEQ-NO-FREE.
    MOVE 0 TO WS-SEQ-DUP-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-SEQ-DUP-COUNT
          FROM CUST_DOC_REGISTRY
         WHERE DOC_SEQ_NO = :WS-DOC-SEQ-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 99 TO WS-SEQ-DUP-COUNT
       MOVE 100 TO WS-SEQ-RETRY-COUNT
    END-IF.

*> 登记变更审计：字段名带文件类型；登记旧值为空，删除新值为空，
*> 其余为"序号 档案编号 签发日-到期日"
AUDIT-DOC-CHANGE.
    MOVE SPACES TO WS-AUDIT-FLD-NM
    STRING 'CUST_DOC_' DELIMITED BY SIZE
           WS-OLD-DOC-TYP-CD DELIMITED BY SIZE
      INTO WS-AUDIT-FLD-NM
    END-STRING

    MOVE SPACES TO WS-AUDIT-OLD-VAL WS-AUDIT-NEW-VAL
    IF WS-OLD-VALID-FLG = '1'
       STRING WS-DOC-SEQ-NO DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-OLD-ARCH-REF-NO) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-OLD-ISSUE-DT DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-OLD-EXPIRE-DT DELIMITED BY SIZE
         INTO WS-AUDIT-OLD-VAL
       END-STRING
    END-IF
    IF WS-OPER-TYPE NOT = 'DEL'
       STRING WS-DOC-SEQ-NO DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-NEW-ARCH-REF-NO) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-NEW-ISSUE-DT DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-NEW-EXPIRE-DT DELIMITED BY SIZE
         INTO WS-AUDIT-NEW-VAL
       END-STRING
    END-IF

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
       MOVE 'AUDIT-DOC-CHANGE' TO WS-TE-PARA-NM
       MOVE 'INSERT CUST_INFO_CHG_AUDIT' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE '证明文件变更审计写入失败' TO WS-RESP-MSG
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
