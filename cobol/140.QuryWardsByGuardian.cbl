01  WS-RESP-MSG            PIC X(50).
01  WS-I                   PIC 9(3).

*> 监护人证件号码查找键：令牌库有令牌用令牌，否则沿用入参
*> (令牌化之前的旧数据)
01  WS-GRDN-CRTF-KEY       PIC X(20).
01  WS-TOKEN-MODE-CD       PIC X(01) VALUE 'L'.
01  WS-CRTF-TOKEN          PIC X(20).
01  WS-CRTF-MASK           PIC X(20).
01  WS-TOKEN-RESP-CODE     PIC X(06).
01  WS-TOKEN-RESP-MSG      PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'QRYWARDS01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE REQ-GRDN-CRTF-NO TO WS-GRDN-CRTF-KEY
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, REQ-GRDN-CRTF-NO,
                             WS-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE NOT = '000000'
       MOVE WS-TOKEN-RESP-CODE TO WS-RESP-CODE
       MOVE WS-TOKEN-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF
    IF WS-CRTF-TOKEN NOT = SPACES
       MOVE WS-CRTF-TOKEN TO WS-GRDN-CRTF-KEY
    END-IF.

    *> 查询留痕(记令牌，不落证件明文)：写入失败不影响查询本身
    EXEC SQL
        INSERT INTO PII_QRY_ACCESS_LOG (
            OPER_ID, PROGRAM_ID, CUST_NO, QRY_TM
        ) VALUES (
            :REQ-OPER-ID, 'QRYWARDS01', :WS-GRDN-CRTF-KEY,
            CURRENT_TIMESTAMP
        )
    END-EXEC.
            ON B.CUST_NO = P.CUST_NO
           AND B.TENANT_NO = P.TENANT_NO
         WHERE P.GRDN_CRTF_TYP_CD = :REQ-GRDN-CRTF-TYP-CD
           AND P.GRDN_CRTF_NO = :WS-GRDN-CRTF-KEY
           AND (:REQ-TENANT-NO = SPACES
                OR P.TENANT_NO = :REQ-TENANT-NO)
           AND P.VALID_FLG = '1'

    EXEC SQL OPEN WARD-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'OPEN WARD-CUR' TO WS-TE-OPER-CD
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
    MOVE REQ-GRDN-CRTF-TYP-CD TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
