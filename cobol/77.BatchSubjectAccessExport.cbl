01  WS-CHANGE-TYP-CD        PIC X(02).
01  WS-CHANGE-TM            PIC X(26).

*> 证件号码解密(DETOKEN01批处理调用)工作区：主体访问导出件须带证件号码
*> 明文，本程序在PII_DETOKEN_BATCH_AUTH登记后方可解密
01  WS-DT-OPER-TELR-NO      PIC X(10) VALUE SPACES.
01  WS-DT-TENANT-NO         PIC X(10) VALUE SPACES.
01  WS-DT-CUST-NO           PIC X(20).
01  WS-DT-CALLER-PGM        PIC X(30) VALUE 'SARDATAEXP01'.
01  WS-DT-CRTF-TOKEN        PIC X(20).
01  WS-DT-CRTF-NO           PIC X(20).
01  WS-DT-FAIL-COUNT        PIC 9(7) VALUE 0.
01  WS-DT-RESP-CODE         PIC X(06).
01  WS-DT-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE

    IF SQLCODE = 0
       ADD 1 TO WS-SECTION-COUNT
       MOVE WS-CUST-NO TO WS-DT-CUST-NO
       MOVE WS-CRTF-NO TO WS-DT-CRTF-TOKEN
       PERFORM DETOKEN-CRTF-NO
       MOVE WS-DT-CRTF-NO TO WS-CRTF-NO
       MOVE SPACES TO EXPORT-RECORD
       STRING WS-CUST-NO DELIMITED BY SIZE ' ' DELIMITED BY SIZE
              WS-CUST-NM DELIMITED BY SIZE ' ' DELIMITED BY SIZE
    END-PERFORM.
    EXEC SQL CLOSE SAR-HST-CUR END-EXEC.
    PERFORM WRITE-SECTION-COUNT.

*> 令牌换回明文(DETOKEN01逐次留痕)：解密不成功的号码留空不落
*> 令牌，计数并记作业日志
DETOKEN-CRTF-NO.
    MOVE SPACES TO WS-DT-CRTF-NO
    CALL 'DETOKEN01' USING WS-DT-OPER-TELR-NO, WS-DT-TENANT-NO,
                           WS-DT-CUST-NO, WS-DT-CALLER-PGM,
                           WS-DT-CRTF-TOKEN, WS-DT-CRTF-NO,
                           WS-DT-RESP-CODE, WS-DT-RESP-MSG
    END-CALL
    IF WS-DT-RESP-CODE NOT = '000000'
       MOVE SPACES TO WS-DT-CRTF-NO
       ADD 1 TO WS-DT-FAIL-COUNT
       DISPLAY '证件号码解密失败 客户号:' WS-DT-CUST-NO
               ' 返回码:' WS-DT-RESP-CODE
    END-IF.
