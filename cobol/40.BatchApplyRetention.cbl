01  WS-NTF-NOTIFY-STATUS        PIC X(01).
01  WS-NTF-CRT-TM               PIC X(26).

*> CUST_PENDING_AUTH游标行(只迁已了结事项：'2'已执行/'3'驳回/
*> '4'作废；'0'/'1'仍在流转不动)
01  WS-PND-AUTH-SEQ-NO          PIC X(14).
01  WS-PND-TENANT-NO            PIC X(10).
01  WS-PND-OPER-PROGRAM         PIC X(20).
01  WS-PND-OPER-TYP-CD          PIC X(02).
01  WS-PND-CUST-NO              PIC X(20).
01  WS-PND-CRTF-TYP-CD          PIC X(02).
01  WS-PND-CRTF-NO              PIC X(20).
01  WS-PND-REQ-KEY              PIC X(40).
01  WS-PND-REQ-DIGEST           PIC X(120).
01  WS-PND-STATUS-CD            PIC X(01).
01  WS-PND-CRT-TELR-NO          PIC X(10).
01  WS-PND-APPR-TELR-NO         PIC X(10).
01  WS-PND-APPR-FLG             PIC X(01).
01  WS-PND-APPR-TM              PIC X(26).
01  WS-PND-CRT-TM               PIC X(26).
01  WS-PND-UPD-TM               PIC X(26).

*> CUST_TRAVEL_NOTICE游标行(出行结束日期早于截止日期的报备，及
*> 撤销后更新时间早于截止时间的报备；目的国别随主行一并迁移)
01  WS-TRV-NOTICE-SEQ-NO        PIC X(14).
01  WS-TRV-TENANT-NO            PIC X(10).
01  WS-TRV-CUST-NO              PIC X(20).
01  WS-TRV-CUTOFF-DT            PIC X(08).

*> 证据链列(AUDCHAIN01入链时随行写入)：变更审计、归并日志、待复核
*> 事项三张表归档时原样带入归档表，链可跨在线/归档表复核；直接
*> 清除的行把链序号与前后摘要记入AUDIT_CHAIN_PURGE_LOG，链上留
*> 一个可核对的缺口而不是断链。入链前的存量行序号为0，不登记
01  WS-ROW-CHAIN-SEQ-NO         PIC 9(12).
01  WS-ROW-CHAIN-PREV-HASH      PIC X(32).
01  WS-ROW-CHAIN-ROW-HASH       PIC X(32).
01  WS-PURGE-CHAIN-ID           PIC X(10).

PROCEDURE DIVISION.
MAIN-LOGIC.
    OPEN OUTPUT REPORT-FILE
    PERFORM APPLY-HIST-POLICY
    PERFORM APPLY-MRGLOG-POLICY
    PERFORM APPLY-NOTIFYQ-POLICY
    PERFORM APPLY-PENDAUTH-POLICY
    PERFORM APPLY-TRVLNTC-POLICY

    MOVE SPACES TO REPORT-RECORD
    STRING 'TOTAL MOVED: ' DELIMITED BY SIZE

    EXEC SQL
        DECLARE RETN-AUD-CUR CURSOR FOR
        SELECT CUST_NO, FLD_NM, OLD_VAL, NEW_VAL, CHG_TM,
               COALESCE(CHAIN_SEQ_NO, 0), COALESCE(CHAIN_PREV_HASH, ' '),
               COALESCE(CHAIN_ROW_HASH, ' ')
          FROM CUST_INFO_CHG_AUDIT
         WHERE CHG_TM < :WS-CUTOFF-TS
    END-EXEC.
       EXEC SQL
           FETCH RETN-AUD-CUR
            INTO :WS-AUD-CUST-NO, :WS-AUD-FLD-NM, :WS-AUD-OLD-VAL,
                 :WS-AUD-NEW-VAL, :WS-AUD-CHG-TM,
                 :WS-ROW-CHAIN-SEQ-NO, :WS-ROW-CHAIN-PREV-HASH,
                 :WS-ROW-CHAIN-ROW-HASH
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

    IF WS-DISPOSITION-CD = 'A'
       EXEC SQL
           INSERT INTO CUST_INFO_CHG_AUDIT_ARCH (
               CUST_NO, FLD_NM, OLD_VAL, NEW_VAL, CHG_TM,
               CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH, ARCH_TM
           ) VALUES (
               :WS-AUD-CUST-NO, :WS-AUD-FLD-NM, :WS-AUD-OLD-VAL,
               :WS-AUD-NEW-VAL, :WS-AUD-CHG-TM,
               :WS-ROW-CHAIN-SEQ-NO, :WS-ROW-CHAIN-PREV-HASH,
               :WS-ROW-CHAIN-ROW-HASH, CURRENT_TIMESTAMP
           )
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE 0 TO WS-UNCOMMITTED-COUNT
          EXIT PARAGRAPH
       END-IF
    ELSE
       MOVE 'CHGAUD' TO WS-PURGE-CHAIN-ID
       PERFORM WRITE-CHAIN-PURGE-LOG
       IF SQLCODE NOT = 0
          DISPLAY '变更审计清除登记失败 客户号:' WS-AUD-CUST-NO
          EXEC SQL ROLLBACK END-EXEC
          MOVE 0 TO WS-UNCOMMITTED-COUNT
          EXIT PARAGRAPH
       END-IF
    END-IF

    EXEC SQL
        DECLARE RETN-MRG-CUR CURSOR FOR
        SELECT MRG_SEQ_NO, CUST_NO, MERGE_CUST_NO, TENANT_NO,
               OPER_TELR_NO, ROW_COUNT, REVERSED_FLG,
               SUPV_OVERRIDE_FLG, MRG_TM,
               COALESCE(CHAIN_SEQ_NO, 0), COALESCE(CHAIN_PREV_HASH, ' '),
               COALESCE(CHAIN_ROW_HASH, ' ')
          FROM CUST_ACCT_INFO_MRG_LOG
         WHERE MRG_TM < :WS-CUTOFF-TS
    END-EXEC.
                 :WS-MRG-MERGE-CUST-NO, :WS-MRG-TENANT-NO,
                 :WS-MRG-OPER-TELR-NO, :WS-MRG-ROW-COUNT,
                 :WS-MRG-REVERSED-FLG, :WS-MRG-SUPV-OVERRIDE-FLG,
                 :WS-MRG-TM,
                 :WS-ROW-CHAIN-SEQ-NO, :WS-ROW-CHAIN-PREV-HASH,
                 :WS-ROW-CHAIN-ROW-HASH
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

           INSERT INTO CUST_ACCT_INFO_MRG_LOG_ARCH (
               MRG_SEQ_NO, CUST_NO, MERGE_CUST_NO, TENANT_NO,
               OPER_TELR_NO, ROW_COUNT, REVERSED_FLG,
               SUPV_OVERRIDE_FLG, MRG_TM,
               CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH, ARCH_TM
           ) VALUES (
               :WS-MRG-SEQ-NO, :WS-MRG-CUST-NO, :WS-MRG-MERGE-CUST-NO,
               :WS-MRG-TENANT-NO, :WS-MRG-OPER-TELR-NO,
               :WS-MRG-ROW-COUNT, :WS-MRG-REVERSED-FLG,
               :WS-MRG-SUPV-OVERRIDE-FLG, :WS-MRG-TM,
               :WS-ROW-CHAIN-SEQ-NO, :WS-ROW-CHAIN-PREV-HASH,
               :WS-ROW-CHAIN-ROW-HASH, CURRENT_TIMESTAMP
           )
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE 0 TO WS-UNCOMMITTED-COUNT
          EXIT PARAGRAPH
       END-IF
    ELSE
       MOVE 'MRGLOG' TO WS-PURGE-CHAIN-ID
       PERFORM WRITE-CHAIN-PURGE-LOG
       IF SQLCODE NOT = 0
          DISPLAY '归并日志清除登记失败 流水号:' WS-MRG-SEQ-NO
          EXEC SQL ROLLBACK END-EXEC
          MOVE 0 TO WS-UNCOMMITTED-COUNT
          EXIT PARAGRAPH
       END-IF
    END-IF

    EXEC SQL
    ELSE
       PERFORM COUNT-AND-COMMIT-INTERVAL
    END-IF.

*> ---- CUST_PENDING_AUTH：双人复核事项，了结后按策略归档，归档表
*> 与在线表同构，经办复核串通分析(MKCKANAL01)两表合并取数 ----
APPLY-PENDAUTH-POLICY.
    MOVE 'CUST_PENDING_AUTH' TO WS-POLICY-TBL-NM
    MOVE 0 TO WS-TABLE-MOVE-COUNT
    MOVE 0 TO WS-UNCOMMITTED-COUNT
    PERFORM READ-TABLE-POLICY
    IF WS-POLICY-FOUND NOT = 'Y'
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        DECLARE RETN-PND-CUR CURSOR FOR
        SELECT AUTH_SEQ_NO, TENANT_NO, OPER_PROGRAM, OPER_TYP_CD,
               CUST_NO, CRTF_TYP_CD, CRTF_NO, REQ_KEY,
               COALESCE(REQ_DIGEST, ' '), STATUS_CD, CRT_TELR_NO,
               COALESCE(APPR_TELR_NO, ' '),
               CASE WHEN APPR_TM IS NULL THEN 'N' ELSE 'Y' END,
               COALESCE(APPR_TM, CRT_TM), CRT_TM, UPD_TM,
               COALESCE(CHAIN_SEQ_NO, 0), COALESCE(CHAIN_PREV_HASH, ' '),
               COALESCE(CHAIN_ROW_HASH, ' ')
          FROM CUST_PENDING_AUTH
         WHERE STATUS_CD IN ('2', '3', '4')
           AND UPD_TM < :WS-CUTOFF-TS
    END-EXEC.

    EXEC SQL OPEN RETN-PND-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '待复核事项保留期游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH RETN-PND-CUR
            INTO :WS-PND-AUTH-SEQ-NO, :WS-PND-TENANT-NO,
                 :WS-PND-OPER-PROGRAM, :WS-PND-OPER-TYP-CD,
                 :WS-PND-CUST-NO, :WS-PND-CRTF-TYP-CD,
                 :WS-PND-CRTF-NO, :WS-PND-REQ-KEY,
                 :WS-PND-REQ-DIGEST, :WS-PND-STATUS-CD,
                 :WS-PND-CRT-TELR-NO, :WS-PND-APPR-TELR-NO,
                 :WS-PND-APPR-FLG, :WS-PND-APPR-TM,
                 :WS-PND-CRT-TM, :WS-PND-UPD-TM,
                 :WS-ROW-CHAIN-SEQ-NO, :WS-ROW-CHAIN-PREV-HASH,
                 :WS-ROW-CHAIN-ROW-HASH
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MOVE-ONE-PENDAUTH-ROW
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE RETN-PND-CUR END-EXEC.
    PERFORM FINISH-TABLE-POLICY.

MOVE-ONE-PENDAUTH-ROW.
    MOVE WS-PND-CUST-NO TO WS-HOLD-CHK-CUST-NO
    PERFORM CHECK-LEGAL-HOLD
    IF WS-HOLD-COUNT > 0
       EXIT PARAGRAPH
    END-IF

    IF WS-DISPOSITION-CD = 'A'
       EXEC SQL
           INSERT INTO CUST_PENDING_AUTH_ARCH (
               AUTH_SEQ_NO, TENANT_NO, OPER_PROGRAM, OPER_TYP_CD,
               CUST_NO, CRTF_TYP_CD, CRTF_NO, REQ_KEY, REQ_DIGEST,
               STATUS_CD, CRT_TELR_NO, APPR_TELR_NO, APPR_TM,
               CRT_TM, UPD_TM,
               CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH, ARCH_TM
           ) VALUES (
               :WS-PND-AUTH-SEQ-NO, :WS-PND-TENANT-NO,
               :WS-PND-OPER-PROGRAM, :WS-PND-OPER-TYP-CD,
               :WS-PND-CUST-NO, :WS-PND-CRTF-TYP-CD,
               :WS-PND-CRTF-NO, :WS-PND-REQ-KEY,
               :WS-PND-REQ-DIGEST, :WS-PND-STATUS-CD,
               :WS-PND-CRT-TELR-NO, :WS-PND-APPR-TELR-NO,
               CASE WHEN :WS-PND-APPR-FLG = 'Y'
                    THEN :WS-PND-APPR-TM END,
               :WS-PND-CRT-TM, :WS-PND-UPD-TM,
               :WS-ROW-CHAIN-SEQ-NO, :WS-ROW-CHAIN-PREV-HASH,
               :WS-ROW-CHAIN-ROW-HASH, CURRENT_TIMESTAMP
           )
       END-EXEC
       IF SQLCODE NOT = 0
          DISPLAY '待复核事项归档写入失败 流水号:' WS-PND-AUTH-SEQ-NO
          EXEC SQL ROLLBACK END-EXEC
          MOVE 0 TO WS-UNCOMMITTED-COUNT
          EXIT PARAGRAPH
       END-IF
    ELSE
       MOVE 'PENDAUTH' TO WS-PURGE-CHAIN-ID
       PERFORM WRITE-CHAIN-PURGE-LOG
       IF SQLCODE NOT = 0
          DISPLAY '待复核事项清除登记失败 流水号:' WS-PND-AUTH-SEQ-NO
          EXEC SQL ROLLBACK END-EXEC
          MOVE 0 TO WS-UNCOMMITTED-COUNT
          EXIT PARAGRAPH
       END-IF
    END-IF

    EXEC SQL
        DELETE FROM CUST_PENDING_AUTH
         WHERE AUTH_SEQ_NO = :WS-PND-AUTH-SEQ-NO
           AND TENANT_NO = :WS-PND-TENANT-NO
    END-EXEC

    IF SQLCODE NOT = 0
       DISPLAY '待复核事项过期删除失败 流水号:' WS-PND-AUTH-SEQ-NO
       EXEC SQL ROLLBACK END-EXEC
       MOVE 0 TO WS-UNCOMMITTED-COUNT
    ELSE
       PERFORM COUNT-AND-COMMIT-INTERVAL
    END-IF.

*> ---- CUST_TRAVEL_NOTICE：客户出行报备，出行结束或撤销后按策略
*> 归档/清除，目的国别明细(CUST_TRAVEL_NOTICE_DEST)随主行迁移 ----
APPLY-TRVLNTC-POLICY.
    MOVE 'CUST_TRAVEL_NOTICE' TO WS-POLICY-TBL-NM
    MOVE 0 TO WS-TABLE-MOVE-COUNT
    MOVE 0 TO WS-UNCOMMITTED-COUNT
    PERFORM READ-TABLE-POLICY
    IF WS-POLICY-FOUND NOT = 'Y'
       EXIT PARAGRAPH
    END-IF
    MOVE WS-CUTOFF-DATE-NUM TO WS-TRV-CUTOFF-DT

    EXEC SQL
        DECLARE RETN-TRV-CUR CURSOR FOR
        SELECT NOTICE_SEQ_NO, TENANT_NO, CUST_NO
          FROM CUST_TRAVEL_NOTICE
         WHERE END_DT < :WS-TRV-CUTOFF-DT
            OR (STUS_CD = '0' AND UPD_TM < :WS-CUTOFF-TS)
    END-EXEC.

    EXEC SQL OPEN RETN-TRV-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '出行报备保留期游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH RETN-TRV-CUR
            INTO :WS-TRV-NOTICE-SEQ-NO, :WS-TRV-TENANT-NO,
                 :WS-TRV-CUST-NO
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM MOVE-ONE-TRVLNTC-ROW
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE RETN-TRV-CUR END-EXEC.
    PERFORM FINISH-TABLE-POLICY.

MOVE-ONE-TRVLNTC-ROW.
    MOVE WS-TRV-CUST-NO TO WS-HOLD-CHK-CUST-NO
    PERFORM CHECK-LEGAL-HOLD
    IF WS-HOLD-COUNT > 0
       EXIT PARAGRAPH
    END-IF

    IF WS-DISPOSITION-CD = 'A'
       EXEC SQL
           INSERT INTO CUST_TRAVEL_NOTICE_ARCH (
               NOTICE_SEQ_NO, TENANT_NO, CUST_NO, START_DT, END_DT,
               REG_CHNL_CD, EXT_REF_NO, STUS_CD, CRT_TELR_NO,
               UPD_TELR_NO, CRT_TM, UPD_TM, ARCH_TM
           )
           SELECT NOTICE_SEQ_NO, TENANT_NO, CUST_NO, START_DT, END_DT,
                  REG_CHNL_CD, EXT_REF_NO, STUS_CD, CRT_TELR_NO,
                  UPD_TELR_NO, CRT_TM, UPD_TM, CURRENT_TIMESTAMP
             FROM CUST_TRAVEL_NOTICE
            WHERE NOTICE_SEQ_NO = :WS-TRV-NOTICE-SEQ-NO
       END-EXEC
       IF SQLCODE NOT = 0
          DISPLAY '出行报备归档写入失败 流水号:' WS-TRV-NOTICE-SEQ-NO
          EXEC SQL ROLLBACK END-EXEC
          MOVE 0 TO WS-UNCOMMITTED-COUNT
          EXIT PARAGRAPH
       END-IF

       EXEC SQL
           INSERT INTO CUST_TRAVEL_NOTICE_DEST_ARCH (
               NOTICE_SEQ_NO, CNTRY_CD, CRT_TM, ARCH_TM
           )
           SELECT NOTICE_SEQ_NO, CNTRY_CD, CRT_TM, CURRENT_TIMESTAMP
             FROM CUST_TRAVEL_NOTICE_DEST
            WHERE NOTICE_SEQ_NO = :WS-TRV-NOTICE-SEQ-NO
       END-EXEC
       IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
          DISPLAY '出行报备国别归档失败 流水号:' WS-TRV-NOTICE-SEQ-NO
          EXEC SQL ROLLBACK END-EXEC
          MOVE 0 TO WS-UNCOMMITTED-COUNT
          EXIT PARAGRAPH
       END-IF
    END-IF

    EXEC SQL
        DELETE FROM CUST_TRAVEL_NOTICE_DEST
         WHERE NOTICE_SEQ_NO = :WS-TRV-NOTICE-SEQ-NO
    END-EXEC

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       DISPLAY '出行报备国别删除失败 流水号:' WS-TRV-NOTICE-SEQ-NO
       EXEC SQL ROLLBACK END-EXEC
       MOVE 0 TO WS-UNCOMMITTED-COUNT
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        DELETE FROM CUST_TRAVEL_NOTICE
         WHERE NOTICE_SEQ_NO = :WS-TRV-NOTICE-SEQ-NO
    END-EXEC

    IF SQLCODE NOT = 0
       DISPLAY '出行报备过期删除失败 流水号:' WS-TRV-NOTICE-SEQ-NO
       EXEC SQL ROLLBACK END-EXEC
       MOVE 0 TO WS-UNCOMMITTED-COUNT
    ELSE
       PERFORM COUNT-AND-COMMIT-INTERVAL
    END-IF.

*> 直接清除的入链行在清除台账留下链序号与前后摘要，AUDCHAINVFY01
*> 复核时以台账行顶替被清除的行，前后链接仍可核对。存量未入链
*> 行(序号0)不登记，SQLCODE置0返回
WRITE-CHAIN-PURGE-LOG.
    IF WS-ROW-CHAIN-SEQ-NO = 0
       MOVE 0 TO SQLCODE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        INSERT INTO AUDIT_CHAIN_PURGE_LOG (
            CHAIN_ID, CHAIN_SEQ_NO, CHAIN_PREV_HASH, CHAIN_ROW_HASH,
            PURGE_TM
        ) VALUES (
            :WS-PURGE-CHAIN-ID, :WS-ROW-CHAIN-SEQ-NO,
            :WS-ROW-CHAIN-PREV-HASH, :WS-ROW-CHAIN-ROW-HASH,
            CURRENT_TIMESTAMP
        )
    END-EXEC.
