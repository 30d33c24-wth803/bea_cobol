       EXIT PARAGRAPH
    END-IF.

    *> 入链的审计行抹值后摘要必然对不上，先把这些行的链序号登记到
    *> 证据链脱敏台账，AUDCHAINVFY01复核时据此认作依法脱敏而非篡改
    *> (链接关系照常核对)
    EXEC SQL
        INSERT INTO AUDIT_CHAIN_REDACT_LOG (
            CHAIN_ID, CHAIN_SEQ_NO, REDACT_PROGRAM, REDACT_TM
        )
        SELECT 'CHGAUD', CHAIN_SEQ_NO, 'ANONYMIZE01', CURRENT_TIMESTAMP
          FROM CUST_INFO_CHG_AUDIT
         WHERE CUST_NO = :WS-CUST-NO
           AND CHAIN_SEQ_NO > 0
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       DISPLAY '审计轨迹脱敏登记失败 客户号:' WS-CUST-NO
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF.

    *> 审计轨迹保留行与字段名、抹除新旧取值
    EXEC SQL
        UPDATE CUST_INFO_CHG_AUDIT
