01  WS-CUST-COUNT           PIC 9(5).
01  WS-OPEN-COUNT           PIC 9(5).

*> 证件号码令牌化工作区(CRTFTOKEN01)：回执中的明文号码换成令牌
*> 回挂客户与入清单(令牌库没有的沿用原值，兼容旧数据)；报告与
*> 作业日志只出掩码号
01  WS-LOOKUP-MODE-CD       PIC X(01) VALUE 'L'.
01  WS-MASK-MODE-CD         PIC X(01) VALUE 'M'.
01  WS-RSP-CRTF-KEY         PIC X(20).
01  WS-RSP-CRTF-MASK        PIC X(20).
01  WS-CRTF-TOKEN           PIC X(20).
01  WS-TOKEN-RESP-CODE      PIC X(06).
01  WS-TOKEN-RESP-MSG       PIC X(50).

*> 监管报送跟踪(REGFILTRK01)工作区：回执到达登记到REGCUSTEXT01
*> 报送义务最近一期已产出/已报送的期次，退回条数即回执退回数
01  WS-FT-MODE-CD           PIC X(01) VALUE 'A'.
01  WS-FT-TENANT-NO         PIC X(10) VALUE SPACES.
01  WS-FT-OBLIG-ID          PIC X(12) VALUE SPACES.
01  WS-FT-SRC-JOB-NM        PIC X(20) VALUE 'REGCUSTEXT01'.
01  WS-FT-FILE-NM           PIC X(60) VALUE 'REGULATORY.CUST.RESPONSE'.
01  WS-FT-REC-CNT           PIC 9(09).
01  WS-FT-FILING-REF-NO     PIC X(30) VALUE SPACES.
01  WS-FT-OPER-TELR-NO      PIC X(10) VALUE SPACES.
01  WS-FT-RESP-CODE         PIC X(06).
01  WS-FT-RESP-MSG          PIC X(50).
01  WS-FT-UPD-CNT           PIC 9(05).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01) VALUE 'G'.
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

PROCEDURE DIVISION.
MAIN-LOGIC.
    OPEN INPUT RESPONSE-FILE
    CLOSE RESPONSE-FILE
    CLOSE REPORT-FILE

    PERFORM REGISTER-FILING-ACK

    DISPLAY '监管回执处理批处理完成，入清单:' WS-LISTED-COUNT
            ' 未匹配:' WS-UNMATCHED-COUNT.

PROCESS-ONE-RESPONSE.
    ADD 1 TO WS-TOTAL-COUNT

    MOVE RSP-CRTF-NO TO WS-RSP-CRTF-KEY
    CALL 'CRTFTOKEN01' USING WS-LOOKUP-MODE-CD, RSP-CRTF-NO,
                             WS-CRTF-TOKEN, WS-RSP-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE = '000000' AND WS-CRTF-TOKEN NOT = SPACES
       MOVE WS-CRTF-TOKEN TO WS-RSP-CRTF-KEY
    END-IF
    CALL 'CRTFTOKEN01' USING WS-MASK-MODE-CD, RSP-CRTF-NO,
                             WS-CRTF-TOKEN, WS-RSP-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL

    MOVE 0 TO WS-CUST-COUNT
    MOVE SPACES TO WS-CUST-NO
    EXEC SQL
        SELECT COUNT(*), MIN(CUST_NO)
          INTO :WS-CUST-COUNT, :WS-CUST-NO
          FROM CUSTOMER_BASIC_INFO
         WHERE CRTF_NO = :WS-RSP-CRTF-KEY
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 OR WS-CUST-COUNT = 0
       ADD 1 TO WS-UNMATCHED-COUNT
       MOVE SPACES TO REPORT-RECORD
       STRING WS-RSP-CRTF-MASK DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              RSP-RSN-CD DELIMITED BY SIZE
              ' UNMATCHED' DELIMITED BY SIZE
        INSERT INTO REG_CORR_WORKLIST (
            CUST_NO, CRTF_NO, REG_RSN_CD, STATUS_CD, CRT_TM, UPD_TM
        ) VALUES (
            :WS-CUST-NO, :WS-RSP-CRTF-KEY, :RSP-RSN-CD, '0',
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       DISPLAY '整改清单写入失败 证件号:' WS-RSP-CRTF-MASK
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
       IF SQLCODE NOT = 0
          DISPLAY '整改清单事务提交失败 证件号:' WS-RSP-CRTF-MASK
          EXEC SQL ROLLBACK END-EXEC
       ELSE
          ADD 1 TO WS-LISTED-COUNT
          WRITE REPORT-RECORD
       END-IF
    END-IF.

*> 回执登记到报送跟踪(REGFILTRK01'A')：无退回记录为全部接收，
*> 有退回为部分退回；登记失败只提示，不影响整改清单
REGISTER-FILING-ACK.
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL

    MOVE WS-TOTAL-COUNT TO WS-FT-REC-CNT
    EXEC SQL START TRANSACTION END-EXEC
    CALL 'REGFILTRK01' USING WS-FT-MODE-CD, WS-FT-TENANT-NO,
                             WS-FT-OBLIG-ID, WS-FT-SRC-JOB-NM,
                             WS-BD-BIZ-DT, WS-FT-FILE-NM,
                             WS-FT-REC-CNT, WS-FT-FILING-REF-NO,
                             WS-FT-OPER-TELR-NO, WS-FT-RESP-CODE,
                             WS-FT-RESP-MSG, WS-FT-UPD-CNT
    END-CALL
    IF WS-FT-RESP-CODE = '000000'
       EXEC SQL COMMIT END-EXEC
       DISPLAY '报送回执已登记期次数:' WS-FT-UPD-CNT
    ELSE
       EXEC SQL ROLLBACK END-EXEC
       DISPLAY '报送回执登记失败:' WS-FT-RESP-MSG
    END-IF.
