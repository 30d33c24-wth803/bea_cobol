IDENTIFICATION DIVISION.
PROGRAM-ID. DOCCHK01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-PARAM-NM            PIC X(30).
01  WS-DOC-REQ-FLG         PIC X(10).
01  WS-CURRENT-DATE-TIME   PIC X(21).
01  WS-TODAY               PIC X(08).
01  WS-DOC-SEQ-NO          PIC X(14).
01  WS-DOC-SUPPORT-KEY     PIC X(40).
01  WS-EXPIRED-COUNT       PIC 9(05) VALUE 0.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 客户归属租户
01  REQ-CUST-NO            PIC X(20).     *> 客户编号
01  REQ-DOC-TYP-CD         PIC X(02).     *> 所需证明文件类型
01  REQ-SUPPORT-PGM-ID     PIC X(20).     *> 登记业务程序
01  REQ-SUPPORT-KEY        PIC X(40).     *> 登记业务主键(流水号等)
01  REQ-DOC-REF            PIC X(30).     *> 柜面录入的文件编号(可空)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-DOC-SEQ-NO        PIC X(14).     *> 采用的在册文件序号

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-CUST-NO, REQ-DOC-TYP-CD,
          REQ-SUPPORT-PGM-ID, REQ-SUPPORT-KEY, REQ-DOC-REF,
          RESP-CODE, RESP-MSG, RESP-DOC-SEQ-NO.

*> 证明文件在册检查子程序：监护、身故、遗产、冻结、联络同意等登记
*> 提交前在此核对客户名下是否有对应类型的在册证明文件
*> (CUST_DOC_REGISTRY，MGMTCUSTDOC01维护)。是否强制按租户参数
*> 'DOC_REQ_'+程序号控制(值1=强制)；未强制时找不到文件也回000000，
*> 不阻断登记，漏缺由DOCEXCP01每周列出。找到的文件若尚未关联登记
*> 业务，顺带记上登记程序和主键——在调用方事务内完成，本程序不提交
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE SPACES TO RESP-DOC-SEQ-NO

    IF REQ-CUST-NO = SPACES OR REQ-DOC-TYP-CD = SPACES
       OR REQ-SUPPORT-PGM-ID = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '客户、文件类型、登记程序不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE SPACES TO WS-PARAM-NM
    STRING 'DOC_REQ_' DELIMITED BY SIZE
           REQ-SUPPORT-PGM-ID DELIMITED BY SPACE
      INTO WS-PARAM-NM
    END-STRING

    MOVE SPACES TO WS-DOC-REQ-FLG
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-DOC-REQ-FLG
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND PARAM_NM = :WS-PARAM-NM
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SPACES TO WS-DOC-REQ-FLG
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY

    *> 有效且未到期的同类文件：指定了文件编号的须与档案编号或
    *> 文件序号一致；已关联本笔业务的优先，其次未关联的，再按签发日最新
    MOVE SPACES TO WS-DOC-SEQ-NO
    MOVE SPACES TO WS-DOC-SUPPORT-KEY
    EXEC SQL
        SELECT DOC_SEQ_NO, COALESCE(SUPPORT_KEY, ' ')
          INTO :WS-DOC-SEQ-NO, :WS-DOC-SUPPORT-KEY
          FROM CUST_DOC_REGISTRY
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND DOC_TYP_CD = :REQ-DOC-TYP-CD
           AND VALID_FLG = '1'
           AND COALESCE(EXPIRE_DT, :WS-TODAY) >= :WS-TODAY
           AND (:REQ-DOC-REF = ' '
                OR ARCH_REF_NO = :REQ-DOC-REF
                OR DOC_SEQ_NO = :REQ-DOC-REF)
         ORDER BY CASE WHEN SUPPORT_KEY = :REQ-SUPPORT-KEY
                       THEN 0
                       WHEN COALESCE(SUPPORT_KEY, ' ') = ' '
                       THEN 1
                       ELSE 2 END,
                  COALESCE(ISSUE_DT, ' ') DESC
         FETCH FIRST 1 ROW ONLY
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '证明文件登记查询失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF SQLCODE = 0
       MOVE WS-DOC-SEQ-NO TO RESP-DOC-SEQ-NO
       PERFORM LINK-SUPPORT-REG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 没有可用文件：未强制的放行，强制的区分"从未登记"和"只有过期的"
    IF WS-DOC-REQ-FLG(1:1) NOT = '1'
       MOVE '000000' TO WS-RESP-CODE
       MOVE '未登记证明文件，租户未要求强制' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE 0 TO WS-EXPIRED-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-EXPIRED-COUNT
          FROM CUST_DOC_REGISTRY
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND DOC_TYP_CD = :REQ-DOC-TYP-CD
           AND VALID_FLG = '1'
           AND COALESCE(EXPIRE_DT, :WS-TODAY) < :WS-TODAY
           AND (:REQ-DOC-REF = ' '
                OR ARCH_REF_NO = :REQ-DOC-REF
                OR DOC_SEQ_NO = :REQ-DOC-REF)
    END-EXEC.

    IF SQLCODE = 0 AND WS-EXPIRED-COUNT > 0
       MOVE 'F20077' TO WS-RESP-CODE
       MOVE '证明文件已过期' TO WS-RESP-MSG
    ELSE
       MOVE 'F20076' TO WS-RESP-CODE
       MOVE '缺少在册有效证明文件，不能提交' TO WS-RESP-MSG
    END-IF.

EXIT-PROGRAM.
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 文件尚未关联登记业务时记上本次登记程序和主键；已关联其他业务的
*> 不改写(同一份文件可支持多笔登记，首次关联为准)
LINK-SUPPORT-REG.
    MOVE '000000' TO WS-RESP-CODE
    MOVE '证明文件在册' TO WS-RESP-MSG

    IF WS-DOC-SUPPORT-KEY NOT = SPACES OR REQ-SUPPORT-KEY = SPACES
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE CUST_DOC_REGISTRY
           SET SUPPORT_PGM_ID = :REQ-SUPPORT-PGM-ID,
               SUPPORT_KEY = :REQ-SUPPORT-KEY,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND DOC_SEQ_NO = :WS-DOC-SEQ-NO
           AND COALESCE(SUPPORT_KEY, ' ') = ' '
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '证明文件关联登记业务失败' TO WS-RESP-MSG
    END-IF.
