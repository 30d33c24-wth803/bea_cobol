    05  EXT-ADDR               PIC X(100).
    05  EXT-CAREER-TYP-CD      PIC X(02).
    05  EXT-RISK-LVL-CD        PIC X(02).
    05  EXT-NATION-CD          PIC X(03).
    05  EXT-RESUBMIT-FLG       PIC X(01).

*> 文件头/尾记录(布局同REGCUSTEXT01，租户范围位固定'SUPPL')
01  WS-EXT-CUST-LVL-CD          PIC X(02).
01  WS-EXT-CAREER-TYP-CD        PIC X(02).
01  WS-EXT-ADDR                 PIC X(100).
01  WS-EXT-NATION-CD            PIC X(03).

*> 接口代码映射(CODEMAP01)工作区：职业/风险等级/国籍翻成监管代码
*> 落盘，口径同REGCUSTEXT01的全量报送
01  WS-CM-IFACE-ID              PIC X(10) VALUE 'REGCUST'.
01  WS-CM-CODE-SET-CD           PIC X(20).
01  WS-CM-RESP-MSG              PIC X(50).
01  WS-CM-EXT-VAL               PIC X(10).

*> 证件号码解密(DETOKEN01批处理调用)工作区：监管补充报送文件须带证件号码
*> 明文，本程序在PII_DETOKEN_BATCH_AUTH登记后方可解密
01  WS-DT-OPER-TELR-NO      PIC X(10) VALUE SPACES.
01  WS-DT-TENANT-NO         PIC X(10) VALUE SPACES.
01  WS-DT-CUST-NO           PIC X(20).
01  WS-DT-CALLER-PGM        PIC X(30) VALUE 'REGSUPPL01'.
01  WS-DT-CRTF-TOKEN        PIC X(20).
01  WS-DT-CRTF-NO           PIC X(20).
01  WS-DT-FAIL-COUNT        PIC 9(7) VALUE 0.
01  WS-DT-RESP-CODE         PIC X(06).
01  WS-DT-RESP-MSG          PIC X(50).

*> 监管报送跟踪(REGFILTRK01)工作区：补充报送文件产出后登记到
*> 报送日历中本作业名下各义务的所属期次
01  WS-FT-MODE-CD           PIC X(01) VALUE 'P'.
01  WS-FT-TENANT-NO         PIC X(10) VALUE SPACES.
01  WS-FT-OBLIG-ID          PIC X(12) VALUE SPACES.
01  WS-FT-SRC-JOB-NM        PIC X(20) VALUE 'REGSUPPL01'.
01  WS-FT-FILE-NM           PIC X(60).
01  WS-FT-REC-CNT           PIC 9(09).
01  WS-FT-FILING-REF-NO     PIC X(30) VALUE SPACES.
01  WS-FT-OPER-TELR-NO      PIC X(10) VALUE SPACES.
01  WS-FT-RESP-CODE         PIC X(06).
01  WS-FT-RESP-MSG          PIC X(50).
01  WS-FT-UPD-CNT           PIC 9(05).

PROCEDURE DIVISION.
*> 监管补充报送批：REGRESP01载入的整改工作清单(REG_CORR_WORKLIST
*> 状态'0')此前只能等下一次REGCUSTEXT01全量报送顺带销项——
    MOVE 'HD' TO EXT-HD-REC-TYP
    MOVE WS-CURRENT-DATE TO EXT-HD-EXTRACT-DT
    MOVE 'SUPPL' TO EXT-HD-TENANT-NO
    MOVE '03' TO EXT-HD-FMT-VER
    WRITE EXTRACT-RECORD FROM EXTRACT-HEADER-RECORD

    *> 整改项未结且客户主档在整改登记之后更新过的客户(去重)
        DECLARE SUPPL-CUST-CUR CURSOR FOR
        SELECT DISTINCT B.CUST_NO, B.CUST_NM, B.CRTF_TYP_CD,
               B.CRTF_NO, B.CUST_LVL_CD,
               COALESCE(P.CAREER_TYP_CD, ' '),
               COALESCE(P.NATION_CD, ' ')
          FROM REG_CORR_WORKLIST W
          JOIN CUSTOMER_BASIC_INFO B
            ON B.CUST_NO = W.CUST_NO
           FETCH SUPPL-CUST-CUR
            INTO :WS-EXT-CUST-NO, :WS-EXT-CUST-NM,
                 :WS-EXT-CRTF-TYP-CD, :WS-EXT-CRTF-NO,
                 :WS-EXT-CUST-LVL-CD, :WS-EXT-CAREER-TYP-CD,
                 :WS-EXT-NATION-CD
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE


    CLOSE EXTRACT-FILE

    PERFORM REGISTER-FILING-OUTPUT

    DISPLAY '监管补充报送批完成，重报记录数:' WS-EXTRACT-COUNT
            ' 证件号码解密失败:' WS-DT-FAIL-COUNT

    GOBACK.

WRITE-SUPPL-RECORD.
    ADD 1 TO WS-EXTRACT-COUNT

    MOVE WS-EXT-CUST-NO TO WS-DT-CUST-NO
    MOVE WS-EXT-CRTF-NO TO WS-DT-CRTF-TOKEN
    PERFORM DETOKEN-CRTF-NO
    MOVE WS-DT-CRTF-NO TO WS-EXT-CRTF-NO

    MOVE FUNCTION TRIM(WS-EXT-CRTF-NO) TO WS-CRTF-TRIMMED
    IF WS-CRTF-TRIMMED NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-CRTF-TRIMMED) = 0
    END-CALL
    MOVE WS-CM-EXT-VAL(1:2) TO EXT-RISK-LVL-CD

    IF WS-EXT-NATION-CD NOT = SPACES
       MOVE 'NATION_CD' TO WS-CM-CODE-SET-CD
       MOVE SPACES TO WS-CM-INT-VAL
       MOVE WS-EXT-NATION-CD TO WS-CM-INT-VAL
       CALL 'CODEMAP01' USING WS-CM-IFACE-ID, WS-CM-CODE-SET-CD,
                              WS-CM-INT-VAL, WS-CM-AS-OF-DT,
                              WS-CM-RESP-CODE, WS-CM-RESP-MSG,
                              WS-CM-EXT-VAL
       END-CALL
       MOVE WS-CM-EXT-VAL(1:3) TO EXT-NATION-CD
    END-IF

    MOVE 'R'                  TO EXT-RESUBMIT-FLG
    WRITE EXTRACT-RECORD

    ELSE
       EXEC SQL COMMIT END-EXEC
    END-IF.

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
                             WS-CURRENT-DATE, WS-FT-FILE-NM,
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
