01  WS-ARCH-COUNT           PIC 9(5).
01  WS-NM-COUNT             PIC 9(5).

*> 证件号码令牌查询(CRTFTOKEN01只查不建)：排查对象定位客户主档按令牌比对，令牌
*> 库没有的沿用原值(兼容令牌化之前的旧数据)
01  WS-LOOKUP-MODE-CD       PIC X(01) VALUE 'L'.
01  WS-INQ-CRTF-KEY         PIC X(20).
01  WS-CRTF-TOKEN           PIC X(20).
01  WS-CRTF-MASK            PIC X(20).
01  WS-TOKEN-RESP-CODE      PIC X(06).
01  WS-TOKEN-RESP-MSG       PIC X(50).

*> 入站文件校验(FILEVER01)工作区
01  WS-FV-FILE-NAME         PIC X(44) VALUE 'REG.INQUIRY.REQUEST'.
01  WS-FV-INTERFACE-ID      PIC X(10) VALUE 'REGINQ'.
01  WS-FW-RESP-MSG          PIC X(50).
01  WS-FW-LINE              PIC X(80).

*> 监管报送跟踪(REGFILTRK01)工作区：排查回复文件产出后登记到
*> 报送日历中本作业名下的按需报送义务
01  WS-FT-MODE-CD           PIC X(01) VALUE 'P'.
01  WS-FT-TENANT-NO         PIC X(10) VALUE SPACES.
01  WS-FT-OBLIG-ID          PIC X(12) VALUE SPACES.
01  WS-FT-SRC-JOB-NM        PIC X(20) VALUE 'REGINQSWEEP01'.
01  WS-FT-FILE-NM           PIC X(60).
01  WS-FT-REC-CNT           PIC 9(09).
01  WS-FT-FILING-REF-NO     PIC X(30) VALUE SPACES.
01  WS-FT-OPER-TELR-NO      PIC X(10) VALUE SPACES.
01  WS-FT-RESP-CODE         PIC X(06).
01  WS-FT-RESP-MSG          PIC X(50).
01  WS-FT-UPD-CNT           PIC 9(05).

PROCEDURE DIVISION.
*> 监管专项排查批：监管来函的证件/名称名单逐条对全量客户底座
*> 排查——在网客户、已并档客户(MERGED_TO_CUST_NO)、已销户
    CLOSE INQUIRY-FILE
    CLOSE RESPONSE-FILE

    PERFORM REGISTER-FILING-OUTPUT

    DISPLAY '监管专项排查批完成，排查:' WS-INQ-COUNT
            ' 命中:' WS-MATCH-COUNT

    MOVE SPACES TO RSP-TENANT-NO

    *> 1) 证件在客户主档(不限有效性)的最新一行
    MOVE INQ-CRTF-NO TO WS-INQ-CRTF-KEY
    CALL 'CRTFTOKEN01' USING WS-LOOKUP-MODE-CD, INQ-CRTF-NO,
                             WS-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE = '000000' AND WS-CRTF-TOKEN NOT = SPACES
       MOVE WS-CRTF-TOKEN TO WS-INQ-CRTF-KEY
    END-IF
    MOVE SPACES TO WS-M-CUST-NO
    EXEC SQL
        SELECT CUST_NO, TENANT_NO, VALID_FLG,
               :WS-M-MERGED-TO, :WS-M-ANON-FLG, :WS-M-CLS-DT
          FROM CUSTOMER_BASIC_INFO
         WHERE CRTF_TYP_CD = :INQ-CRTF-TYP-CD
           AND CRTF_NO = :WS-INQ-CRTF-KEY
         ORDER BY VALID_FLG DESC
         FETCH FIRST 1 ROW ONLY
    END-EXEC
                            WS-FW-CHECKSUM, WS-FW-RESP-CODE,
                            WS-FW-RESP-MSG, WS-FW-LINE
    END-CALL.

*> 报送产出登记(REGFILTRK01'P')：报送日历没登记本作业的照常通过；
*> 登记失败只提示，不影响已产出的文件
REGISTER-FILING-OUTPUT.
    MOVE WS-RESP-FILE-NAME TO WS-FT-FILE-NM
    MOVE WS-INQ-COUNT TO WS-FT-REC-CNT
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
