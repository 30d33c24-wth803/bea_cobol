IDENTIFICATION DIVISION.
PROGRAM-ID. PROTAGEBAT01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO 'LMTTMPL.APPLY.CONTROL'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 限额模板下发控制文件(LMTTMPLBAT01的输入，布局与其CONTROL-RECORD
*> 一致)：本批为每个新越过年龄线的客户写一行定向下发(行尾带客户号，
*> 客户等级留空)，随后的LMTTMPLBAT01作业步据此套用保护性限额模板
FD  CONTROL-FILE.
01  CONTROL-RECORD.
    05  CTL-TMPL-ID         PIC X(10).     *> 限额模板编号
    05  CTL-TENANT-NO       PIC X(10).     *> 租户编号
    05  CTL-CUST-LVL-CD     PIC X(02).     *> 客户等级代码(定向下发留空)
    05  CTL-OPER-TELR-NO    PIC X(10).     *> 经办柜员号
    05  CTL-CUST-NO         PIC X(20).     *> 定向下发客户号

*> 年龄保护置标报告：一行一个新越过年龄线的客户
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(120).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-FLAG-COUNT           PIC 9(7) VALUE 0.
01  WS-TMPL-COUNT           PIC 9(7) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(7) VALUE 0.
01  WS-ROW-COUNT            PIC 9(5).

*> 年龄线按租户参数PROTECT_AGE_THRESHOLD(未配置按65岁)，保护性
*> 限额模板取PROTECT_LMT_TMPL_ID(未配置则只置标不下发模板)；游标
*> 按租户排序，换租户时重读
01  WS-PREV-TENANT-NO       PIC X(10) VALUE SPACES.
01  WS-PARAM-TXT            PIC X(15).
01  WS-AGE-THRESHOLD        PIC 9(03).
01  WS-TMPL-ID              PIC X(10).
01  WS-CURRENT-DATE-NUM     PIC 9(8).
01  WS-AGE-CUTOFF-NUM       PIC 9(8).
01  WS-AGE-CUTOFF-DT        PIC X(8).
01  WS-OPER-TELR-NO         PIC X(10) VALUE 'SYSPROTAGE'.
01  WS-RESULT-CD            PIC X(08).

*> FETCH刚取到的SQLCODE单独保存作为外层游标循环的退出条件(同
*> MGMTNAMELISTBAT01)
01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.

*> 游标读出的一行数据
01  WS-TENANT-NO            PIC X(10).
01  WS-CUST-NO              PIC X(20).
01  WS-BIRTH-DT             PIC X(08).

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'PROTAGEBAT01'.
01  WS-RC-BIZ-DT           PIC X(08).
01  WS-RC-MODE-CD          PIC X(01).
01  WS-RC-FORCE-FLG        PIC X(01).
01  WS-RC-RECORDS          PIC 9(09).
01  WS-RC-CHKPT-KEY        PIC X(20).
01  WS-RC-RESP-CODE        PIC X(06).
01  WS-RC-RESP-MSG         PIC X(50).
01  WS-RC-RESTART-KEY      PIC X(20).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO        PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD          PIC X(01).
01  WS-BD-SET-DT           PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE        PIC X(06).
01  WS-BD-RESP-MSG         PIC X(50).
01  WS-BD-BIZ-DT           PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'PROTAGEBAT01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 老年客户保护置标批(开户批的套路：逐户置标后经既有出口套用限额
*> 模板)：出生日期按业务日期越过租户年龄线、尚无年龄标志的在网
*> 个人客户，在CUST_PROTECT_DESIG置年龄标志('1')并记置标日期；
*> 租户配了保护性限额模板的，同时写一行定向下发到
*> LMTTMPL.APPLY.CONTROL，由其后的LMTTMPLBAT01作业步套用(经办柜员
*> SYSPROTAGE)。已置标的客户不再重复下发
MAIN-LOGIC.
    *> 批量运行控制：登记起跑；同作业同日已完成且未带FORCE
    *> 参数时拒绝重复起跑
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    IF WS-RUN-PARM(1:5) = 'FORCE'
       MOVE 'Y' TO WS-RC-FORCE-FLG
    ELSE
       MOVE 'N' TO WS-RC-FORCE-FLG
    END-IF
    PERFORM READ-SYS-BIZ-DATE
    MOVE WS-BD-BIZ-DT TO WS-RC-BIZ-DT
    MOVE 'O' TO WS-RC-MODE-CD
    MOVE 0 TO WS-RC-RECORDS
    MOVE SPACES TO WS-RC-CHKPT-KEY
    CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-RC-BIZ-DT,
                             WS-RC-MODE-CD, WS-RC-FORCE-FLG,
                             WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL
    IF WS-RC-RESP-CODE NOT = '000000'
       DISPLAY '批量运行控制拒绝起跑:' WS-RC-RESP-MSG
       GOBACK
    END-IF

    MOVE WS-BD-BIZ-DT TO WS-CURRENT-DATE-NUM
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'PROTECT.AGE.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT          DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    OPEN OUTPUT CONTROL-FILE
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '老年客户保护置标报告 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 尚无年龄标志的在网个人客户(按租户排序，换租户时重读年龄线)
    EXEC SQL
        DECLARE PROT-AGE-CUR CURSOR FOR
        SELECT P.TENANT_NO, P.CUST_NO, P.BIRTH_DT
          FROM PERSONAL_CUSTOMER_INFO P
         WHERE P.VALID_FLG = '1'
           AND P.BIRTH_DT NOT = SPACES
           AND NOT EXISTS (SELECT 1
                             FROM CUST_PROTECT_DESIG D
                            WHERE D.TENANT_NO = P.TENANT_NO
                              AND D.CUST_NO = P.CUST_NO
                              AND D.VALID_FLG = '1'
                              AND D.AGE_FLG = '1')
         ORDER BY P.TENANT_NO, P.CUST_NO
    END-EXEC.

    EXEC SQL OPEN PROT-AGE-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '年龄保护置标游标打开失败'
       CLOSE CONTROL-FILE
       CLOSE REPORT-FILE
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH PROT-AGE-CUR
            INTO :WS-TENANT-NO, :WS-CUST-NO, :WS-BIRTH-DT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          IF WS-TENANT-NO NOT = WS-PREV-TENANT-NO
             PERFORM READ-TENANT-PROTECT-PARAMS
          END-IF
          IF WS-BIRTH-DT <= WS-AGE-CUTOFF-DT
             PERFORM FLAG-ONE-CUST
          END-IF
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE PROT-AGE-CUR END-EXEC.

    MOVE SPACES TO REPORT-RECORD
    STRING 'FLAGGED: '        DELIMITED BY SIZE
           WS-FLAG-COUNT      DELIMITED BY SIZE
           ' TEMPLATE-QUEUED: ' DELIMITED BY SIZE
           WS-TMPL-COUNT      DELIMITED BY SIZE
           ' FAILED: '        DELIMITED BY SIZE
           WS-FAIL-COUNT      DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE CONTROL-FILE
    CLOSE REPORT-FILE

    *> 报表产出登记
    MOVE WS-FLAG-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    *> 批量运行控制：登记正常结束与处理记录数
    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-FLAG-COUNT TO WS-RC-RECORDS
    PERFORM CLOSE-RUN-CONTROL

    DISPLAY '老年客户保护置标批完成，置标:' WS-FLAG-COUNT
            ' 模板下发:' WS-TMPL-COUNT ' 失败:' WS-FAIL-COUNT.

    GOBACK.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

CLOSE-RUN-CONTROL.
    CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-RC-BIZ-DT,
                             WS-RC-MODE-CD, WS-RC-FORCE-FLG,
                             WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL.

*> 读取租户的年龄线与保护性限额模板，折算出生日期判定线(业务
*> 日期减年龄线年数，出生日期不晚于该线者已达龄，同GRDNMATUR01)
READ-TENANT-PROTECT-PARAMS.
    MOVE WS-TENANT-NO TO WS-PREV-TENANT-NO

    MOVE 65 TO WS-AGE-THRESHOLD
    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
           AND PARAM_NM = 'PROTECT_AGE_THRESHOLD'
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE = 0 AND WS-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PARAM-TXT) = 0
       MOVE FUNCTION NUMVAL(WS-PARAM-TXT) TO WS-AGE-THRESHOLD
    END-IF
    COMPUTE WS-AGE-CUTOFF-NUM =
            WS-CURRENT-DATE-NUM - WS-AGE-THRESHOLD * 10000
    MOVE WS-AGE-CUTOFF-NUM TO WS-AGE-CUTOFF-DT

    MOVE SPACES TO WS-TMPL-ID
    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = :WS-TENANT-NO
           AND PARAM_NM = 'PROTECT_LMT_TMPL_ID'
           AND VALID_FLG = '1'
    END-EXEC
    IF SQLCODE = 0
       MOVE WS-PARAM-TXT(1:10) TO WS-TMPL-ID
    END-IF.

*> 置年龄标志：已有保护登记行(人工登记在先)的改写年龄标志，否则
*> 新增一行；成功后按租户模板写定向下发行
FLAG-ONE-CUST.
    EXEC SQL START TRANSACTION END-EXEC.

    EXEC SQL
        UPDATE CUST_PROTECT_DESIG
           SET AGE_FLG = '1',
               AGE_FLG_DT = :WS-BD-BIZ-DT,
               UPD_TELR_NO = :WS-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :WS-TENANT-NO
           AND CUST_NO = :WS-CUST-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY '年龄保护置标失败 客户号:' WS-CUST-NO
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-ROW-COUNT
    IF SQLCODE = 0
       EXEC SQL
           GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT
       END-EXEC
    END-IF

    IF WS-ROW-COUNT = 0
       EXEC SQL
           INSERT INTO CUST_PROTECT_DESIG (
               TENANT_NO, CUST_NO, AGE_FLG, AGE_FLG_DT,
               VULN_FLG, VULN_RSN_CD, VULN_RSN_DESC,
               TRST_CNTC_SORC_CD, TRST_CNTC_CUST_NO,
               TRST_CNTC_RELA_CD, TRST_CNTC_NM, TRST_CNTC_MOBILE_NO,
               VALID_FLG, CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
           ) VALUES (
               :WS-TENANT-NO, :WS-CUST-NO, '1', :WS-BD-BIZ-DT,
               '0', ' ', ' ', ' ', ' ', ' ', ' ', ' ', '1',
               :WS-OPER-TELR-NO, :WS-OPER-TELR-NO,
               CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
           )
       END-EXEC
       IF SQLCODE NOT = 0
          ADD 1 TO WS-FAIL-COUNT
          DISPLAY '年龄保护登记新增失败 客户号:' WS-CUST-NO
          EXEC SQL ROLLBACK END-EXEC
          EXIT PARAGRAPH
       END-IF
    END-IF

    EXEC SQL COMMIT END-EXEC.
    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY '年龄保护置标事务提交失败 客户号:' WS-CUST-NO
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-FLAG-COUNT
    MOVE 'FLAGGED' TO WS-RESULT-CD

    IF WS-TMPL-ID NOT = SPACES
       MOVE SPACES TO CONTROL-RECORD
       MOVE WS-TMPL-ID TO CTL-TMPL-ID
       MOVE WS-TENANT-NO TO CTL-TENANT-NO
       MOVE WS-OPER-TELR-NO TO CTL-OPER-TELR-NO
       MOVE WS-CUST-NO TO CTL-CUST-NO
       WRITE CONTROL-RECORD
       ADD 1 TO WS-TMPL-COUNT
       MOVE 'TMPL-Q' TO WS-RESULT-CD
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING WS-TENANT-NO DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-CUST-NO DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-BIRTH-DT DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-AGE-THRESHOLD DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-TMPL-ID DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-RESULT-CD DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.
