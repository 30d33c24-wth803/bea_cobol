01  WS-BD-RESP-MSG         PIC X(50).
01  WS-BD-BIZ-DT           PIC X(08).

*> 证件号码解密(DETOKEN01批处理调用)工作区：CRS报送文件须带证件号码
*> 明文，本程序在PII_DETOKEN_BATCH_AUTH登记后方可解密
01  WS-DT-OPER-TELR-NO      PIC X(10) VALUE SPACES.
01  WS-DT-TENANT-NO         PIC X(10) VALUE SPACES.
01  WS-DT-CUST-NO           PIC X(20).
01  WS-DT-CALLER-PGM        PIC X(30) VALUE 'CRSEXTRACT01'.
01  WS-DT-CRTF-TOKEN        PIC X(20).
01  WS-DT-CRTF-NO           PIC X(20).
01  WS-DT-FAIL-COUNT        PIC 9(7) VALUE 0.
01  WS-DT-RESP-CODE         PIC X(06).
01  WS-DT-RESP-MSG          PIC X(50).

*> 监管报送跟踪(REGFILTRK01)工作区：应报客户文件产出后登记到
*> 报送日历中本作业名下各义务的所属期次(按业务日期推算)
01  WS-FT-MODE-CD           PIC X(01) VALUE 'P'.
01  WS-FT-TENANT-NO         PIC X(10) VALUE SPACES.
01  WS-FT-OBLIG-ID          PIC X(12) VALUE SPACES.
01  WS-FT-SRC-JOB-NM        PIC X(20) VALUE 'CRSEXTRACT01'.
01  WS-FT-FILE-NM           PIC X(60).
01  WS-FT-REC-CNT           PIC 9(09).
01  WS-FT-FILING-REF-NO     PIC X(30) VALUE SPACES.
01  WS-FT-OPER-TELR-NO      PIC X(10) VALUE SPACES.
01  WS-FT-RESP-CODE         PIC X(06).
01  WS-FT-RESP-MSG          PIC X(50).
01  WS-FT-UPD-CNT           PIC 9(05).

PROCEDURE DIVISION.
*> 年度应报客户抽取批(与REGCUSTEXT01并行调度)：税收居民登记簿
*> (CUST_TAX_RESIDENCY，MGMTTAXRES01维护)中登记了境外(非CHN)
    END-PERFORM.

    EXEC SQL CLOSE CRS-CUST-CUR END-EXEC.
    EXEC SQL COMMIT END-EXEC.

    MOVE 'T' TO WS-FW-MODE-CD
    CALL 'FILEWRAP01' USING WS-FW-MODE-CD, WS-FW-INTERFACE-ID,
                             WS-RC-RESTART-KEY
    END-CALL

    PERFORM REGISTER-FILING-OUTPUT

    DISPLAY '年度应报客户抽取批完成，记录数:' WS-EXTRACT-COUNT
            ' 证件号码解密失败:' WS-DT-FAIL-COUNT

    GOBACK.

       MOVE 0 TO WS-BAL-AMT
    END-IF

    MOVE WS-CUST-NO TO WS-DT-CUST-NO
    MOVE WS-CRTF-NO TO WS-DT-CRTF-TOKEN
    PERFORM DETOKEN-CRTF-NO
    MOVE WS-DT-CRTF-NO TO WS-CRTF-NO

    MOVE SPACES TO EXTRACT-RECORD
    MOVE WS-TENANT-NO         TO EXT-TENANT-NO
    MOVE WS-CUST-NO           TO EXT-CUST-NO
                            WS-FW-CHECKSUM, WS-FW-RESP-CODE,
                            WS-FW-RESP-MSG, WS-FW-LINE
    END-CALL.

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

*> 报送产出登记(REGFILTRK01'P')：报送日历没登记本作业的照常通过；
*> 登记失败只提示，不影响已产出的文件
REGISTER-FILING-OUTPUT.
    MOVE WS-EXT-FILE-NAME TO WS-FT-FILE-NM
    MOVE WS-EXTRACT-COUNT TO WS-FT-REC-CNT
    EXEC SQL START TRANSACTION END-EXEC
    CALL 'REGFILTRK01' USING WS-FT-MODE-CD, WS-FT-TENANT-NO,
                             WS-FT-OBLIG-ID, WS-FT-SRC-JOB-NM,
                             WS-RC-BIZ-DT, WS-FT-FILE-NM,
                             WS-FT-REC-CNT, WS-FT-FILING-REF-NO,
                             WS-FT-OPER-TELR-NO, WS-FT-RESP-CODE,
                             WS-FT-RESP-MSG, WS-FT-UPD-CNT
    END-CALL
    IF WS-FT-RESP-CODE = '000000'
       EXEC SQL COMMIT END-EXEC
       DISPLAY '报送产出已登记期次数:' WS-FT-UPD-CNT
    ELSE
       EXEC SQL ROLLBACK END-EXEC
       DISPLAY '报送产出登记失败:' WS-FT-RESP-MSG
    END-IF.
