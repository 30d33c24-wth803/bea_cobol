01  WS-RESP-MSG            PIC X(50).
01  CHG-FLAG-CUST          PIC X.
01  CHG-FLAG-CORP          PIC X.
01  CHG-FLAG-REG           PIC X.

*> 消息本地化工作区：按REQ-LANG-CD='EN'/其他分别取英文/中文消息，
*> 供SET-LOCALIZED-MSG统一赋值到WS-RESP-MSG(同MGMT-PER-CUST-INFO)
01  WS-AUDIT-OLD-VAL           PIC X(100).
01  WS-AUDIT-NEW-VAL           PIC X(100).

*> 工商登记状态差异复核工作区：CORPREGSYNC01比对出的差异项由
*> 合规岗(角色'09')在此办结，已注销/已吊销的渠道拒绝随之解除
01  WS-CUST-TENANT-NO          PIC X(10).
01  WS-OLD-REG-BLK-FLG         PIC X(01).
01  WS-ROW-COUNT               PIC S9(9) COMP-4.
01  WS-AUTHCHK-TENANT-NO       PIC X(10).
01  WS-AUTHCHK-ROLE-CD         PIC X(02).
01  WS-AUTHCHK-CUST-NO         PIC X(20).
01  WS-AUTHCHK-RESP-CODE       PIC X(06).
01  WS-AUTHCHK-RESP-MSG        PIC X(50).

*> 经办人核验(SIGNRCHK01)工作区：代企业办理的经办人须为当前
*> 有效的授权签字人(账户经办范围'01')
01  WS-SR-CUST-NO              PIC X(20).
01  WS-SR-AUTH-SCOPE-CD        PIC X(02) VALUE '01'.
01  WS-SR-INSTR-AMT            PIC 9(10)V99 VALUE 0.
01  WS-SR-RESP-CODE            PIC X(06).
01  WS-SR-RESP-MSG             PIC X(50).

*> 证件号码令牌化工作区(CRTFTOKEN01)：企业证件号换成令牌入库；
*> 法人证件只查不建，令牌库没有的沿用入参(令牌化之前的旧数据)
01  WS-TOKEN-MODE-CD           PIC X(01) VALUE 'T'.
01  WS-LOOKUP-MODE-CD          PIC X(01) VALUE 'L'.
01  WS-CRTF-TOKEN              PIC X(20).
01  WS-REPR-CRTF-KEY           PIC X(20).
01  WS-REPR-CRTF-TOKEN         PIC X(20).
01  WS-CRTF-MASK               PIC X(20).
01  WS-TOKEN-RESP-CODE         PIC X(06).
01  WS-TOKEN-RESP-MSG          PIC X(50).

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
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMT-CORP-CUST-INFO'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
01  REQ-CUST-NO            PIC X(10).
01  REQ-CUST-NM            PIC X(50).
*> 与本系统其余程序默认使用中文消息的风格保持一致
01  REQ-LANG-CD            PIC X(02).

*> 工商登记状态差异复核：复核结论非空即办结该客户全部未结
*> 差异项并解除渠道拒绝，须由持合规角色的柜员发起
01  REQ-REG-REVIEW-COMNT   PIC X(100).
01  REQ-OPER-TELR-NO       PIC X(10).

*> 代企业办理的经办人证件：非空时须为该企业当前有效的授权签字人
*> (MGMTCORPSIGN01登记)，空白时按法定代表人本人办理不作核验
01  REQ-ACTOR-CRTF-TYP-CD  PIC X(02).
01  REQ-ACTOR-CRTF-NO      PIC X(20).

01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

          REQ-BIZ-LICENSE-NO, REQ-LEGAL-REPR-NM, REQ-INCORP-DT,
          REQ-REGIST-ADDR, REQ-BIZ-SCOPE,
          REQ-LEGAL-REPR-CRTF-TYP-CD, REQ-LEGAL-REPR-CRTF-NO,
          REQ-LANG-CD, REQ-REG-REVIEW-COMNT, REQ-OPER-TELR-NO,
          REQ-ACTOR-CRTF-TYP-CD, REQ-ACTOR-CRTF-NO,
          RESP-CODE, RESP-MSG.

MAIN-LOGIC.
    MOVE 'N' TO CHG-FLAG-CUST
    MOVE 'N' TO CHG-FLAG-CORP
    MOVE 'N' TO CHG-FLAG-REG
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-MSG-EN
    MOVE '处理错误' TO WS-MSG-CN

    *> 客户类型校验
    EXEC SQL
      SELECT CUST_TYP_CD, TENANT_NO
        INTO :WS-RESP-CODE, :WS-CUST-TENANT-NO
        FROM CUSTOMER_BASIC_INFO
       WHERE CUST_NO = :REQ-CUST-NO
    END-EXEC.
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    *> 经办人须为该企业当前有效的授权签字人(SIGNRCHK01)
    IF REQ-ACTOR-CRTF-NO NOT = SPACES
       MOVE REQ-CUST-NO TO WS-SR-CUST-NO
       CALL 'SIGNRCHK01' USING WS-CUST-TENANT-NO, WS-SR-CUST-NO,
                               REQ-ACTOR-CRTF-TYP-CD, REQ-ACTOR-CRTF-NO,
                               WS-SR-AUTH-SCOPE-CD, WS-SR-INSTR-AMT,
                               WS-SR-RESP-CODE, WS-SR-RESP-MSG
       END-CALL
       IF WS-SR-RESP-CODE NOT = '000000'
          MOVE WS-SR-RESP-CODE TO WS-RESP-CODE
          MOVE WS-SR-RESP-MSG TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 工商登记差异复核须持合规角色'09'(同MGMTOVSBLK01)
    IF REQ-REG-REVIEW-COMNT NOT = SPACES
       MOVE WS-CUST-TENANT-NO TO WS-AUTHCHK-TENANT-NO
       MOVE '09' TO WS-AUTHCHK-ROLE-CD
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
    END-IF.

    *> 证件号码令牌化
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, REQ-CRTF-NO,
                             WS-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE = '000000'
       CALL 'CRTFTOKEN01' USING WS-LOOKUP-MODE-CD,
                                REQ-LEGAL-REPR-CRTF-NO,
                                WS-REPR-CRTF-TOKEN, WS-CRTF-MASK,
                                WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
       END-CALL
    END-IF
    IF WS-TOKEN-RESP-CODE NOT = '000000'
       MOVE WS-TOKEN-RESP-CODE TO WS-RESP-CODE
       MOVE 'Certificate number tokenization failed' TO WS-MSG-EN
       MOVE WS-TOKEN-RESP-MSG TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       GO TO EXIT-PROGRAM
    END-IF
    MOVE REQ-LEGAL-REPR-CRTF-NO TO WS-REPR-CRTF-KEY
    IF WS-REPR-CRTF-TOKEN NOT = SPACES
       MOVE WS-REPR-CRTF-TOKEN TO WS-REPR-CRTF-KEY
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE WS-CUST-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMT-CORP-CUST-INFO' TO WS-MAINTWIN-PGM-ID
    MOVE REQ-OPER-TELR-NO TO WS-MAINTWIN-TELR-NO
    MOVE 'C' TO WS-MAINTWIN-MODE-CD
    CALL 'MAINTWIN01' USING WS-MAINTWIN-MODE-CD, WS-MAINTWIN-TENANT-NO,
                            WS-MAINTWIN-PGM-ID, WS-MAINTWIN-TELR-NO,
                            WS-MAINTWIN-RESP-CODE, WS-MAINTWIN-RESP-MSG
    END-CALL
    IF WS-MAINTWIN-RESP-CODE NOT = '000000'
       MOVE WS-MAINTWIN-RESP-CODE TO WS-RESP-CODE
       MOVE 'Maintenance suspended in batch window' TO WS-MSG-EN
       MOVE WS-MAINTWIN-RESP-MSG TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       GO TO EXIT-PROGRAM
    END-IF

    EXEC SQL START TRANSACTION END-EXEC.

    *> 更新客户基础信息
                                      THEN :REQ-E-MAIL ELSE E_MAIL END,
                 CRTF_TYP_CD   = CASE WHEN :REQ-CRTF-TYP-CD != SPACES
                                      THEN :REQ-CRTF-TYP-CD ELSE CRTF_TYP_CD END,
                 CRTF_NO       = CASE WHEN :WS-CRTF-TOKEN != SPACES
                                      THEN :WS-CRTF-TOKEN ELSE CRTF_NO END,
                 CRTF_MATR_DT  = CASE WHEN :REQ-CRTF-MATR-DT != SPACES
                                      THEN :REQ-CRTF-MATR-DT ELSE CRTF_MATR_DT END,
                 LAST_UPD_DT   = CURRENT_DATE,
                   INTO :WS-REPR-COUNT, :WS-NEW-REPR-CUST-NO
                   FROM CUSTOMER_BASIC_INFO
                  WHERE CRTF_TYP_CD = :REQ-LEGAL-REPR-CRTF-TYP-CD
                    AND CRTF_NO = :WS-REPR-CRTF-KEY
                    AND VALID_FLG = '1'
             END-EXEC
             IF SQLCODE NOT = 0 OR WS-REPR-COUNT = 0
       END-IF
    END-IF.

    *> 工商登记状态差异复核办结
    IF REQ-REG-REVIEW-COMNT NOT = SPACES
       PERFORM CLOSE-REG-REVIEW
    END-IF.

    EXEC SQL COMMIT END-EXEC.

    MOVE '000000' TO WS-RESP-CODE
    EVALUATE TRUE
       WHEN CHG-FLAG-REG = 'Y'
          MOVE 'Registry review closed successfully' TO WS-MSG-EN
          MOVE '工商登记差异复核办结成功' TO WS-MSG-CN
       WHEN CHG-FLAG-CUST = 'Y' AND CHG-FLAG-CORP = 'Y'
          MOVE 'Both info updated successfully' TO WS-MSG-EN
          MOVE '基本信息和企业信息均更新成功' TO WS-MSG-CN
    PERFORM SET-LOCALIZED-MSG.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 工商登记状态差异复核办结：CORP_REG_DISC_WORKLIST中该客户全部
*> 未结差异项置'1'并记复核结论，REG_BLK_FLG清'0'解除CTRLSCRN01
*> 的渠道拒绝(留痕CUST_INFO_CHG_AUDIT)；无未结项时回绝且整体回滚
CLOSE-REG-REVIEW.
    EXEC SQL
        UPDATE CORP_REG_DISC_WORKLIST
           SET STATUS_CD = '1',
               REVIEW_COMNT = :REQ-REG-REVIEW-COMNT,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CUST_NO = :REQ-CUST-NO
           AND STATUS_CD = '0'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLOSE-REG-REVIEW' TO WS-TE-PARA-NM
       MOVE 'UPDATE CORP_REG_DISC_WORKLIST' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE 'Failed to close registry review' TO WS-MSG-EN
       MOVE '工商登记差异复核办结失败' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    EXEC SQL
        GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT
    END-EXEC.

    IF WS-ROW-COUNT = 0
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE 'No open registry discrepancy found' TO WS-MSG-EN
       MOVE '未找到未结的工商登记差异项' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE '0' TO WS-OLD-REG-BLK-FLG
    EXEC SQL
        SELECT COALESCE(REG_BLK_FLG, '0') INTO :WS-OLD-REG-BLK-FLG
          FROM CORPORATE_CUSTOMER_INFO
         WHERE CUST_NO = :REQ-CUST-NO
    END-EXEC.

    EXEC SQL
        UPDATE CORPORATE_CUSTOMER_INFO
           SET REG_BLK_FLG  = '0',
               LAST_UPD_DT  = CURRENT_DATE,
               LAST_UPD_TM  = CURRENT_TIME
         WHERE CUST_NO = :REQ-CUST-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLOSE-REG-REVIEW' TO WS-TE-PARA-NM
       MOVE 'UPDATE CORPORATE_CUSTOMER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE 'Failed to close registry review' TO WS-MSG-EN
       MOVE '工商登记差异复核办结失败' TO WS-MSG-CN
       PERFORM SET-LOCALIZED-MSG
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE 'REG_BLK_FLG' TO WS-AUDIT-FLD-NM
    MOVE WS-OLD-REG-BLK-FLG TO WS-AUDIT-OLD-VAL
    MOVE '0' TO WS-AUDIT-NEW-VAL
    PERFORM AUDIT-FIELD-CHANGE
    MOVE 'Y' TO CHG-FLAG-REG.

*> 字段级审计(同MGMT-PER-CUST-INFO/AUDIT-FIELD-CHANGE)：法定
*> 代表人变更历史由此留痕
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
    END-IF.

*> 按REQ-LANG-CD将WS-MSG-EN/WS-MSG-CN中的一个落到WS-RESP-MSG，
    ELSE
       MOVE WS-MSG-CN TO WS-RESP-MSG
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
    MOVE SPACES TO WS-TE-TENANT-NO
    MOVE REQ-CUST-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
