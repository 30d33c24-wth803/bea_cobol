01  WS-OPER-TYPE           PIC X(03).
01  WS-DECD-FLG            PIC X(01).

*> 本次死亡登记落地的死亡日期/文书编号：柜面登记取入参，民政
*> 死亡登记清单确认取清单行(DECDIMP01导入)
01  WS-DECD-DT             PIC X(08).
01  WS-DECD-DOC-NO         PIC X(30).
01  WS-WL-CUST-NO          PIC X(20).
01  WS-WL-TENANT-NO        PIC X(10).
01  WS-WL-HIT-TYP-CD       PIC X(01).
01  WS-WL-STUS-CD          PIC X(01).

*> 字段级审计通用工作区(写入CUST_INFO_CHG_AUDIT，
*> 同MGMT-PER-CUST-INFO/AUDIT-FIELD-CHANGE)
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

*> 证明文件在册检查工作区(DOCCHK01)：登记提交前核对客户名下有无
*> 对应类型的在册证明文件，是否强制按租户参数
01  WS-DC-CUST-NO          PIC X(20).
01  WS-DC-DOC-TYP-CD       PIC X(02).
01  WS-DC-SUPPORT-PGM-ID   PIC X(20).
01  WS-DC-SUPPORT-KEY      PIC X(40).
01  WS-DC-DOC-REF          PIC X(30).
01  WS-DC-RESP-CODE        PIC X(06).
01  WS-DC-RESP-MSG         PIC X(50).
01  WS-DC-DOC-SEQ-NO       PIC X(14).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTDECD01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CUST-NO            PIC X(10).     *> 客户编号
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01死亡登记/
                                          *> 02遗产处理登记/03撤销死亡登记/
                                          *> 04确认民政死亡登记/
                                          *> 05驳回民政死亡登记)
01  REQ-DECD-DT            PIC X(08).     *> 死亡日期(死亡登记时必传)
01  REQ-DECD-DOC-NO        PIC X(30).     *> 申报文件编号(死亡证明/
                                          *> 遗产处理文件)
01  REQ-ESTATE-DESC        PIC X(100).    *> 遗产处理说明(遗产处理登记时必传)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号
01  REQ-NOTICE-SEQ-NO      PIC X(14).     *> 民政死亡登记清单流水号
                                          *> (04/05时必传)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
PROCEDURE DIVISION
    USING REQ-CUST-NO, REQ-TENANT-NO, REQ-OPER-TYP-CD,
          REQ-DECD-DT, REQ-DECD-DOC-NO, REQ-ESTATE-DESC,
          REQ-OPER-TELR-NO, REQ-NOTICE-SEQ-NO, RESP-CODE, RESP-MSG.

MAIN-LOGIC.
    *> 初始化
          END-IF
       WHEN '03'  *> 撤销死亡登记(误登记更正)
          MOVE 'DEL' TO WS-OPER-TYPE
       WHEN '04'  *> 确认民政死亡登记(死亡日期/文书取清单行)
          MOVE 'CFM' TO WS-OPER-TYPE
          IF REQ-NOTICE-SEQ-NO = SPACES
             MOVE 'F20008' TO WS-RESP-CODE
             MOVE '民政死亡登记清单流水号不能为空' TO WS-RESP-MSG
             GO TO EXIT-PROGRAM
          END-IF
       WHEN '05'  *> 驳回民政死亡登记(同证件非本人等)
          MOVE 'RJT' TO WS-OPER-TYPE
          IF REQ-NOTICE-SEQ-NO = SPACES
             MOVE 'F20008' TO WS-RESP-CODE
             MOVE '民政死亡登记清单流水号不能为空' TO WS-RESP-MSG
             GO TO EXIT-PROGRAM
          END-IF
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    *> 2.5) 民政死亡登记清单确认/驳回：清单行须待确认、属在网
    *>      客户命中且与本客户一致，死亡日期/文书编号取清单行
    MOVE REQ-DECD-DT TO WS-DECD-DT
    MOVE REQ-DECD-DOC-NO TO WS-DECD-DOC-NO
    IF WS-OPER-TYPE = 'CFM' OR WS-OPER-TYPE = 'RJT'
       EXEC SQL
           SELECT TENANT_NO, CUST_NO, HIT_TYP_CD, DECD_DT,
                  DECD_DOC_NO
             INTO :WS-WL-TENANT-NO, :WS-WL-CUST-NO,
                  :WS-WL-HIT-TYP-CD, :WS-DECD-DT, :WS-DECD-DOC-NO
             FROM DECD_NOTICE_WORKLIST
            WHERE NOTICE_SEQ_NO = :REQ-NOTICE-SEQ-NO
              AND STUS_CD = '0'
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE 'F20009' TO WS-RESP-CODE
          MOVE '民政死亡登记清单行不存在或已处理' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
       IF WS-WL-CUST-NO NOT = REQ-CUST-NO
          OR WS-WL-TENANT-NO NOT = REQ-TENANT-NO
          OR WS-WL-HIT-TYP-CD NOT = '1'
          MOVE 'F20010' TO WS-RESP-CODE
          MOVE '清单行与客户不符或非在网客户命中' TO WS-RESP-MSG
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 3) 读取客户当前死亡登记状态
    EXEC SQL
        SELECT COALESCE(DECD_FLG, '0') INTO :WS-DECD-FLG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTDECD01' TO WS-MAINTWIN-PGM-ID
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

    *> 4) 开始事务
    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
          PERFORM REGISTER-ESTATE-ACTION
       WHEN 'DEL'
          PERFORM REVOKE-DECEASED
       WHEN 'CFM'
          PERFORM REGISTER-DECEASED
          IF WS-RESP-CODE = '000000'
             MOVE '1' TO WS-WL-STUS-CD
             PERFORM CLOSE-NOTICE-WORKLIST
          END-IF
       WHEN 'RJT'
          MOVE '2' TO WS-WL-STUS-CD
          PERFORM CLOSE-NOTICE-WORKLIST
          IF WS-RESP-CODE = '000000'
             MOVE '民政死亡登记已驳回' TO WS-RESP-MSG
          END-IF
    END-EVALUATE.

    IF WS-RESP-CODE NOT = '000000'
       GO TO EXIT-PROGRAM
    END-IF.

    *> 5.5) 死亡登记/确认与遗产处理登记须有在册证明文件(申报文件
    *>      编号即档案编号)
    IF WS-OPER-TYPE = 'ADD' OR WS-OPER-TYPE = 'CFM'
       OR WS-OPER-TYPE = 'EST'
       PERFORM CHECK-SUPPORT-DOC
       IF WS-RESP-CODE NOT = '000000'
          EXEC SQL ROLLBACK END-EXEC
          GO TO EXIT-PROGRAM
       END-IF
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
    END-IF.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.
    EXEC SQL
        UPDATE CUSTOMER_BASIC_INFO
           SET DECD_FLG = '1',
               DECD_DT = :WS-DECD-DT,
               DECD_DOC_NO = :WS-DECD-DOC-NO,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CUST_NO = :REQ-CUST-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REGISTER-DECEASED' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '死亡登记更新失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    PERFORM AUDIT-FIELD-CHANGE
    MOVE 'DECD_DT' TO WS-AUDIT-FLD-NM
    MOVE SPACES TO WS-AUDIT-OLD-VAL
    MOVE WS-DECD-DT TO WS-AUDIT-NEW-VAL
    PERFORM AUDIT-FIELD-CHANGE
    MOVE 'DECD_DOC_NO' TO WS-AUDIT-FLD-NM
    MOVE SPACES TO WS-AUDIT-OLD-VAL
    MOVE WS-DECD-DOC-NO TO WS-AUDIT-NEW-VAL
    PERFORM AUDIT-FIELD-CHANGE
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF

    *> 委托人身故，代理授权随之终止：在力授权置'3'委托人身故
    *> 失效(MGMTPOA01登记)，与死亡登记同一事务
    EXEC SQL
        UPDATE CUST_POA_AGENT
           SET STATUS_CD = '3',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CUST_NO = :REQ-CUST-NO
           AND TENANT_NO = :REQ-TENANT-NO
           AND STATUS_CD = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REGISTER-DECEASED' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUST_POA_AGENT' TO WS-TE-OPER-CD
       MOVE 'E12007' TO WS-RESP-CODE
       MOVE '代理授权终止失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    MOVE '死亡登记成功，客户进入遗产锁定状态' TO WS-RESP-MSG.

    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'REVOKE-DECEASED' TO WS-TE-PARA-NM
       MOVE 'UPDATE CUSTOMER_BASIC_INFO' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '撤销死亡登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    MOVE '000000' TO WS-RESP-CODE
    MOVE '死亡登记已撤销' TO WS-RESP-MSG.

*> 民政死亡登记清单行结案('1'已确认/'2'已驳回)，经办柜员随行
*> 落地，与死亡登记同一事务
CLOSE-NOTICE-WORKLIST.
    EXEC SQL
        UPDATE DECD_NOTICE_WORKLIST
           SET STUS_CD = :WS-WL-STUS-CD,
               OPER_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE NOTICE_SEQ_NO = :REQ-NOTICE-SEQ-NO
           AND STUS_CD = '0'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CLOSE-NOTICE-WORKLIST' TO WS-TE-PARA-NM
       MOVE 'UPDATE DECD_NOTICE_WORKLIST' TO WS-TE-OPER-CD
       MOVE 'E12006' TO WS-RESP-CODE
       MOVE '民政死亡登记清单更新失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

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
          MOVE 'E12005' TO WS-RESP-CODE
          MOVE '变更审计写入失败' TO WS-RESP-MSG
       END-IF
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

*> 证明文件在册检查(死亡登记/确认要死亡证明，遗产处理登记要继承遗产文书)：经DOCCHK01核对，在调用方
*> 事务内进行；未过的把响应码/信息带回，由调用处回滚
CHECK-SUPPORT-DOC.
    MOVE REQ-CUST-NO TO WS-DC-CUST-NO
    IF WS-OPER-TYPE = 'EST'
       MOVE '03' TO WS-DC-DOC-TYP-CD
    ELSE
       MOVE '02' TO WS-DC-DOC-TYP-CD
    END-IF
    MOVE 'MGMTDECD01' TO WS-DC-SUPPORT-PGM-ID
    MOVE REQ-CUST-NO TO WS-DC-SUPPORT-KEY
    MOVE WS-DECD-DOC-NO TO WS-DC-DOC-REF
    CALL 'DOCCHK01' USING REQ-TENANT-NO, WS-DC-CUST-NO,
                          WS-DC-DOC-TYP-CD, WS-DC-SUPPORT-PGM-ID,
                          WS-DC-SUPPORT-KEY, WS-DC-DOC-REF,
                          WS-DC-RESP-CODE, WS-DC-RESP-MSG,
                          WS-DC-DOC-SEQ-NO
    END-CALL
    IF WS-DC-RESP-CODE NOT = '000000'
       MOVE WS-DC-RESP-CODE TO WS-RESP-CODE
       MOVE WS-DC-RESP-MSG TO WS-RESP-MSG
    END-IF.

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
