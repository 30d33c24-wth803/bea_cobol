DATA DIVISION.
FILE SECTION.
*> 模板批量下发控制文件：一行一个下发任务(模板/租户/客户等级/
*> 经办柜员)，模板调整后按客户等级整体滚动下发；行尾带客户号的
*> 为定向下发，只套用到该客户(不看客户等级)，老格式行无此字段
*> 按空白读入，口径不变
FD  CONTROL-FILE.
01  CONTROL-RECORD.
    05  CTL-TMPL-ID         PIC X(10).     *> 限额模板编号
    05  CTL-TENANT-NO       PIC X(10).     *> 租户编号
    05  CTL-CUST-LVL-CD     PIC X(02).     *> 客户等级代码
    05  CTL-OPER-TELR-NO    PIC X(10).     *> 经办柜员号
    05  CTL-CUST-NO         PIC X(20).     *> 定向下发客户号(可空)

*> 下发结果报告：一行一个限额发生变化的客户
FD  REPORT-FILE.
01  WS-APPLY-COUNT          PIC 9(7) VALUE 0.
01  WS-PENDING-COUNT        PIC 9(7) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(7) VALUE 0.
01  WS-FWD-COUNT            PIC 9(7) VALUE 0.

*> 并出客户号转发(MRGFWD01)工作区：定向下发行的客户号已并档时
*> 改套存续客户号，逐笔写报告
01  WS-FWD-SURV-CUST-NO     PIC X(20).
01  WS-FWD-HOP-COUNT        PIC 9(02).
01  WS-FWD-RESP-CODE        PIC X(06).
01  WS-FWD-RESP-MSG         PIC X(50).

*> 模板的终端类型(定位客户既有限额行用)
01  WS-TMPL-TERMINAL-CD     PIC X(02).
01  WS-MGMT-RESP-CODE       PIC X(06).
01  WS-MGMT-RESP-MSG        PIC X(50).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10) VALUE SPACES.
01  WS-MAINTWIN-PGM-ID     PIC X(20) VALUE SPACES.
01  WS-MAINTWIN-TELR-NO    PIC X(10) VALUE SPACES.
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

PROCEDURE DIVISION.
MAIN-LOGIC.
    *> 本作业经联机维护程序落库：先登记为批处理作业，批处理维护
    *> 窗口期内照常执行(MAINTWIN01)
    MOVE 'B' TO WS-MAINTWIN-MODE-CD
    CALL 'MAINTWIN01' USING WS-MAINTWIN-MODE-CD, WS-MAINTWIN-TENANT-NO,
                            WS-MAINTWIN-PGM-ID, WS-MAINTWIN-TELR-NO,
                            WS-MAINTWIN-RESP-CODE, WS-MAINTWIN-RESP-MSG
    END-CALL

    OPEN INPUT CONTROL-FILE
    OPEN OUTPUT REPORT-FILE

           WS-PENDING-COUNT DELIMITED BY SIZE
           ' FAILED: ' DELIMITED BY SIZE
           WS-FAIL-COUNT DELIMITED BY SIZE
           ' FORWARDED: ' DELIMITED BY SIZE
           WS-FWD-COUNT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    DISPLAY '限额模板批量下发完成，下发:' WS-APPLY-COUNT
            ' 待复核:' WS-PENDING-COUNT
            ' 失败:' WS-FAIL-COUNT
            ' 转发:' WS-FWD-COUNT.

    STOP RUN.

      INTO WS-MGMT-RSN
    END-STRING

    *> 定向下发：只套用到行内客户号(已并档的转发到存续客户号)
    IF CTL-CUST-NO NOT = SPACES
       PERFORM APPLY-TMPL-TO-NAMED-CUST
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        DECLARE TMPL-CUST-CUR CURSOR FOR
        SELECT CUST_NO

    EXEC SQL CLOSE TMPL-CUST-CUR END-EXEC.

*> 定向下发行：客户号经MRGFWD01解析，已并档的改套存续客户号并
*> 写报告；解析失败不下发，按失败计数并写报告
APPLY-TMPL-TO-NAMED-CUST.
    MOVE CTL-CUST-NO TO WS-CUST-NO
    CALL 'MRGFWD01' USING CTL-TENANT-NO, CTL-CUST-NO,
                          WS-FWD-SURV-CUST-NO, WS-FWD-HOP-COUNT,
                          WS-FWD-RESP-CODE, WS-FWD-RESP-MSG
    END-CALL

    EVALUATE WS-FWD-RESP-CODE
       WHEN '000000'
          CONTINUE
       WHEN 'W20001'
          ADD 1 TO WS-FWD-COUNT
          MOVE WS-FWD-SURV-CUST-NO TO WS-CUST-NO
          MOVE SPACES TO REPORT-RECORD
          STRING CTL-TENANT-NO DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 CTL-CUST-NO DELIMITED BY SIZE
                 ' -> ' DELIMITED BY SIZE
                 WS-FWD-SURV-CUST-NO DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 CTL-TMPL-ID DELIMITED BY SIZE
                 ' FORWARDED' DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       WHEN OTHER
          ADD 1 TO WS-FAIL-COUNT
          MOVE SPACES TO REPORT-RECORD
          STRING CTL-TENANT-NO DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 CTL-CUST-NO DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 CTL-TMPL-ID DELIMITED BY SIZE
                 ' FORWARD-FAILED ' DELIMITED BY SIZE
                 WS-FWD-RESP-CODE DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
          EXIT PARAGRAPH
    END-EVALUATE

    PERFORM APPLY-TMPL-TO-ONE-CUST.

APPLY-TMPL-TO-ONE-CUST.
    MOVE 0 TO WS-LMT-EXIST-COUNT
    EXEC SQL
