01  WS-MSG-EN              PIC X(50).
01  WS-MSG-CN              PIC X(50).

*> 受益所有人证件号码令牌化工作区(CRTFTOKEN01)：登记簿、筛查复核
*> 清单中的证件号码一律以令牌存放，名单比对同样按令牌
01  WS-TOKEN-MODE-CD       PIC X(01) VALUE 'T'.
01  WS-OWNER-CRTF-TOKEN    PIC X(20) VALUE SPACES.
01  WS-CRTF-MASK           PIC X(20).
01  WS-TOKEN-RESP-CODE     PIC X(06).
01  WS-TOKEN-RESP-MSG      PIC X(50).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTBENEFOWNER01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CUST-NO            PIC X(10).     *> 企业/机构客户编号
       GO TO EXIT-PROGRAM
    END-IF.

    *> 1.5) 受益所有人证件号码令牌化
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, REQ-OWNER-CRTF-NO,
                             WS-OWNER-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE NOT = '000000'
       MOVE WS-TOKEN-RESP-CODE TO WS-RESP-CODE
       MOVE 'Certificate number tokenization failed' TO WS-MSG-EN
       MOVE WS-TOKEN-RESP-MSG TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF (REQ-OPER-TYP-CD = '01' OR REQ-OPER-TYP-CD = '02')
       AND (REQ-OWNER-NM = SPACES OR REQ-CTRL-TYP-CD = SPACES
            OR REQ-EFFT-DT = SPACES)
       END-IF
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTBENEFOWNER01' TO WS-MAINTWIN-PGM-ID
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

    *> 5) 开始事务
    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE 'Transaction start failed' TO WS-MSG-EN
       MOVE '事务启动失败' TO WS-MSG-CN
    *> 7) 提交事务
    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE 'Commit failed' TO WS-MSG-EN
       MOVE '事务提交失败' TO WS-MSG-CN
    END-IF.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND VALID_FLG = '1'
           AND OWNER_CRTF_NO NOT = :WS-OWNER-CRTF-TOKEN
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CHECK-OWNERSHIP-PCT-SUM' TO WS-TE-PARA-NM
       MOVE 'SELECT CORP_BENEF_OWNER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE 'Ownership sum check failed' TO WS-MSG-EN
       MOVE '持股比例合计校验失败' TO WS-MSG-CN
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND OWNER_CRTF_TYP_CD = :REQ-OWNER-CRTF-TYP-CD
           AND OWNER_CRTF_NO = :WS-OWNER-CRTF-TOKEN
           AND VALID_FLG = '1'
    END-EXEC.

            CRT_TM, UPD_TM
        ) VALUES (
            :REQ-TENANT-NO, :REQ-CUST-NO, :REQ-OWNER-NM,
            :REQ-OWNER-CRTF-TYP-CD, :WS-OWNER-CRTF-TOKEN,
            :REQ-OWNER-PCT, :REQ-CTRL-TYP-CD, :REQ-EFFT-DT,
            :REQ-INVALID-DT, '1', :REQ-OPER-TELR-NO,
            :REQ-OPER-TELR-NO, CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-BENEF-OWNER' TO WS-TE-PARA-NM
       MOVE 'INSERT CORP_BENEF_OWNER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE 'Owner insert failed' TO WS-MSG-EN
       MOVE '受益所有人登记失败' TO WS-MSG-CN
       EXIT PARAGRAPH
    END-IF.

    *> 穿透批(BOLOOKTHRU01)预填的同证件待登记项随登记销项
    EXEC SQL
        UPDATE BO_LOOKTHRU_PENDING
           SET STATUS_CD = '1',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND OWNER_CRTF_TYP_CD = :REQ-OWNER-CRTF-TYP-CD
           AND OWNER_CRTF_NO = :WS-OWNER-CRTF-TOKEN
           AND STATUS_CD = '0'
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-BENEF-OWNER' TO WS-TE-PARA-NM
       MOVE 'UPDATE BO_LOOKTHRU_PENDING' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE 'Look-through pending item close failed' TO WS-MSG-EN
       MOVE '穿透待登记项销项失败' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 修改受益所有人记录(姓名/比例/控制方式/有效期)
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND OWNER_CRTF_TYP_CD = :REQ-OWNER-CRTF-TYP-CD
           AND OWNER_CRTF_NO = :WS-OWNER-CRTF-TOKEN
           AND VALID_FLG = '1'
    END-EXEC.

         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND OWNER_CRTF_TYP_CD = :REQ-OWNER-CRTF-TYP-CD
           AND OWNER_CRTF_NO = :WS-OWNER-CRTF-TOKEN
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-BENEF-OWNER' TO WS-TE-PARA-NM
       MOVE 'UPDATE CORP_BENEF_OWNER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE 'Owner update failed' TO WS-MSG-EN
       MOVE '受益所有人修改失败' TO WS-MSG-CN
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND OWNER_CRTF_TYP_CD = :REQ-OWNER-CRTF-TYP-CD
           AND OWNER_CRTF_NO = :WS-OWNER-CRTF-TOKEN
           AND VALID_FLG = '1'
    END-EXEC.

         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND OWNER_CRTF_TYP_CD = :REQ-OWNER-CRTF-TYP-CD
           AND OWNER_CRTF_NO = :WS-OWNER-CRTF-TOKEN
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'DEL-BENEF-OWNER' TO WS-TE-PARA-NM
       MOVE 'UPDATE CORP_BENEF_OWNER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE 'Owner delete failed' TO WS-MSG-EN
       MOVE '受益所有人删除失败' TO WS-MSG-CN
        SELECT COUNT(*) INTO :WS-SCRN-HIT-COUNT
          FROM PERSONAL_CUSTOMER_LIST
         WHERE CRTF_TYP_CD = :REQ-OWNER-CRTF-TYP-CD
           AND CRTF_NO = :WS-OWNER-CRTF-TOKEN
           AND CTRL_FLG = '1'
           AND VALID_FLG = '1'
    END-EXEC.
        SELECT COUNT(*) INTO :WS-SCRN-BLK-COUNT
          FROM OVS_CASH_WITHDR_BLK
         WHERE CRTF_TYP_CD = :REQ-OWNER-CRTF-TYP-CD
           AND CRTF_NO = :WS-OWNER-CRTF-TOKEN
           AND VALID_FLG = '1'
    END-EXEC.

         WHERE TENANT_NO = :REQ-TENANT-NO
           AND CUST_NO = :REQ-CUST-NO
           AND OWNER_CRTF_TYP_CD = :REQ-OWNER-CRTF-TYP-CD
           AND OWNER_CRTF_NO = :WS-OWNER-CRTF-TOKEN
           AND STATUS_CD = '0'
    END-EXEC.

               UPD_TM
           ) VALUES (
               :REQ-TENANT-NO, :REQ-CUST-NO, :REQ-OWNER-NM,
               :REQ-OWNER-CRTF-TYP-CD, :WS-OWNER-CRTF-TOKEN,
               :WS-SCRN-HIT-SRC, '0',
               CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
           )
       END-EXEC
       IF SQLCODE NOT = 0
          DISPLAY '受益所有人筛查复核项写入失败:' WS-OWNER-CRTF-TOKEN
          EXEC SQL ROLLBACK END-EXEC
       ELSE
          EXEC SQL COMMIT END-EXEC
    MOVE 'Owner hits watchlist, review queued' TO WS-MSG-EN
    MOVE '受益所有人命中名单，已列入筛查复核清单' TO WS-MSG-CN
    PERFORM SET-LOCALIZED-MSG.

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
