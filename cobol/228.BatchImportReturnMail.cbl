IDENTIFICATION DIVISION.
PROGRAM-ID. RTNMAILIMP01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RETURN-FILE ASSIGN TO 'NOTICE.RETURN.MAIL'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 印刷邮寄服务商退信文件：邮局退回的信函一封一行(客户+通知类型
*> +退回原因)，带全行约定的头/尾记录(FILEVER01校验记录数与校验
*> 合计)
FD  RETURN-FILE.
01  RETURN-RECORD.
    05  RM-TENANT-NO        PIC X(10).     *> 租户编号
    05  RM-CUST-NO          PIC X(20).     *> 客户编号
    05  RM-NOTICE-TYP-CD    PIC X(04).     *> 通知类型(CRTF/DORM/...)
    05  RM-SENT-DT          PIC X(08).     *> 原信函发送日期(可空，空白
                                           *> 时匹配最近一封未退信函)
    05  RM-RTN-DT           PIC X(08).     *> 退信日期
    05  RM-RTN-RSN-CD       PIC X(02).     *> 退回原因(01查无此人/
                                           *> 02地址不详/03拒收/
                                           *> 04迁移新址不明/99其他)

*> 退信导入结果报告：逐封列出匹配与地址标记结果
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(150).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-EOF-FLG              PIC X(01) VALUE 'N'.
01  WS-READ-COUNT           PIC 9(7) VALUE 0.
01  WS-MARK-COUNT           PIC 9(7) VALUE 0.
01  WS-ADDR-CHG-COUNT       PIC 9(7) VALUE 0.
01  WS-WORKLIST-COUNT       PIC 9(7) VALUE 0.
01  WS-DUP-COUNT            PIC 9(7) VALUE 0.
01  WS-UNMATCH-COUNT        PIC 9(7) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(7) VALUE 0.
01  WS-RESULT-CD            PIC X(09).
01  WS-ROW-COUNT            PIC S9(9) COMP-4.
01  WS-LOG-COUNT            PIC 9(5).

*> 匹配到的信函发送留痕与寄达地址
01  WS-LOG-CRT-TM           PIC X(26).
01  WS-LOG-ADDR-TYP-CD      PIC X(02).
01  WS-ADDR-TYP-CD          PIC X(02).
01  WS-ADDR                 PIC X(100).
01  WS-BRANCH-NO            PIC X(10).

*> 多次退信进网点清单的门槛：租户参数MAIL_RTN_WORKLIST_CNT(统计
*> 窗口内退信封数)，未配置按2；统计窗口365天
01  WS-RTN-LIMIT            PIC 9(3) VALUE 2.
01  WS-PARAM-TXT            PIC X(10).
01  WS-RTN-CNT              PIC 9(5).
01  WS-RTN-CUTOFF-DT        PIC X(08).
01  WS-WORK-INT             PIC 9(7).
01  WS-WORK-NUM             PIC 9(8).

*> 入站文件校验(FILEVER01)工作区：头/尾/校验合计核对不过即
*> 整批拒收
01  WS-FV-FILE-NAME         PIC X(44) VALUE 'NOTICE.RETURN.MAIL'.
01  WS-FV-INTERFACE-ID      PIC X(10) VALUE 'RTNMAIL'.
01  WS-FV-RESP-CODE         PIC X(06).
01  WS-FV-RESP-MSG          PIC X(50).
01  WS-FV-REC-COUNT         PIC 9(09).
01  WS-FV-BIZ-DT            PIC X(08).

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'RTNMAILIMP01'.
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
01  WS-RR-JOB-NM            PIC X(20) VALUE 'RTNMAILIMP01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 退信导入批：CUSTNOTICE01每晚出信函提取，邮局退回的信此前无处
*> 登记，同一个死地址月复一月照寄。本批接服务商退信文件，经
*> FILEVER01整体校验后逐封：匹配CUST_NOTICE_LOG中该客户该类型最近
*> 一封未退信函并登记退信；寄达地址(CUST_ADDR_INFO当前行)标记为
*> 无法投递——CUSTNOTICE01此后不再往该地址寄信，改走下一个许可
*> 渠道；统计窗口内退信达到门槛的地址进网点退信清单
*> (ADDR_RTN_WORKLIST)，网点联系客户经MGMTADDR01改址后结项
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
    PERFORM CLOSE-RUN-CONTROL
    IF WS-RC-RESP-CODE NOT = '000000'
       DISPLAY '批量运行控制拒绝起跑:' WS-RC-RESP-MSG
       GOBACK
    END-IF

    PERFORM READ-RTN-LIMIT-PARAM
    COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-BD-BIZ-DT)) - 365
    COMPUTE WS-WORK-NUM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
    MOVE WS-WORK-NUM TO WS-RTN-CUTOFF-DT

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'RETURN.MAIL.IMPORT.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT                 DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    *> 0) 入站文件按全行头尾约定先整体校验，不过即整批拒收
    CALL 'FILEVER01' USING WS-FV-FILE-NAME, WS-FV-INTERFACE-ID,
                           WS-FV-RESP-CODE, WS-FV-RESP-MSG,
                           WS-FV-REC-COUNT, WS-FV-BIZ-DT
    END-CALL
    IF WS-FV-RESP-CODE NOT = '000000'
       OPEN OUTPUT REPORT-FILE
       MOVE SPACES TO REPORT-RECORD
       STRING 'FILE REJECTED: ' DELIMITED BY SIZE
              WS-FV-RESP-MSG    DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       WRITE REPORT-RECORD
       CLOSE REPORT-FILE
       DISPLAY '退信文件校验不过，整批拒收:' WS-FV-RESP-MSG
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '信函退信导入报告 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                 DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 1) 逐封登记
    MOVE 'N' TO WS-EOF-FLG
    OPEN INPUT RETURN-FILE
    PERFORM UNTIL WS-EOF-FLG = 'Y'
       READ RETURN-FILE
          AT END
             MOVE 'Y' TO WS-EOF-FLG
          NOT AT END
             *> 头/尾记录已在整体校验时核对过，逐行处理时跳过
             IF RETURN-RECORD(1:2) NOT = 'HD'
                AND RETURN-RECORD(1:2) NOT = 'TR'
                PERFORM LOAD-ONE-RETURN
             END-IF
       END-READ
    END-PERFORM
    CLOSE RETURN-FILE

    MOVE SPACES TO REPORT-RECORD
    STRING '读入:'           DELIMITED BY SIZE
           WS-READ-COUNT     DELIMITED BY SIZE
           ' 标记地址:'      DELIMITED BY SIZE
           WS-MARK-COUNT     DELIMITED BY SIZE
           ' 地址已改:'      DELIMITED BY SIZE
           WS-ADDR-CHG-COUNT DELIMITED BY SIZE
           ' 进网点清单:'    DELIMITED BY SIZE
           WS-WORKLIST-COUNT DELIMITED BY SIZE
           ' 重复退信:'      DELIMITED BY SIZE
           WS-DUP-COUNT      DELIMITED BY SIZE
           ' 未匹配:'        DELIMITED BY SIZE
           WS-UNMATCH-COUNT  DELIMITED BY SIZE
           ' 失败:'          DELIMITED BY SIZE
           WS-FAIL-COUNT     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同TRVLNTCIMP01)：需人工跟进的是未匹配与失败
    COMPUTE WS-RR-REC-COUNT = WS-UNMATCH-COUNT + WS-FAIL-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    *> 批量运行控制：登记正常结束与处理记录数
    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-READ-COUNT TO WS-RC-RECORDS
    PERFORM CLOSE-RUN-CONTROL

    DISPLAY '信函退信导入批完成，读入:' WS-READ-COUNT
            ' 标记地址:' WS-MARK-COUNT
            ' 进网点清单:' WS-WORKLIST-COUNT
            ' 未匹配:' WS-UNMATCH-COUNT ' 失败:' WS-FAIL-COUNT

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

*> 网点退信清单门槛参数(系统级设置挂默认租户001名下)
READ-RTN-LIMIT-PARAM.
    MOVE SPACES TO WS-PARAM-TXT
    EXEC SQL
        SELECT PARAM_VAL INTO :WS-PARAM-TXT
          FROM TENANT_PARAM_INFO
         WHERE TENANT_NO = '001'
           AND PARAM_NM = 'MAIL_RTN_WORKLIST_CNT'
           AND VALID_FLG = '1'
    END-EXEC.
    IF SQLCODE = 0 AND WS-PARAM-TXT NOT = SPACES
       AND FUNCTION TEST-NUMVAL(WS-PARAM-TXT) = 0
       COMPUTE WS-RTN-LIMIT = FUNCTION NUMVAL(WS-PARAM-TXT)
    END-IF.

*> 一封退信：匹配信函留痕并登记退信，标记寄达地址，必要时进网点
*> 清单；整封单独提交，失败回滚本封不影响其余
LOAD-ONE-RETURN.
    ADD 1 TO WS-READ-COUNT
    MOVE SPACES TO WS-RESULT-CD
    MOVE SPACES TO WS-ADDR-TYP-CD
    IF RM-RTN-DT = SPACES
       MOVE WS-BD-BIZ-DT TO RM-RTN-DT
    END-IF

    *> 该客户该类型最近一封未登记退信的信函(服务商给了发送日期
    *> 时按日期定位)
    MOVE SPACES TO WS-LOG-ADDR-TYP-CD
    EXEC SQL
        SELECT CRT_TM, COALESCE(ADDR_TYP_CD, ' ')
          INTO :WS-LOG-CRT-TM, :WS-LOG-ADDR-TYP-CD
          FROM CUST_NOTICE_LOG
         WHERE TENANT_NO = :RM-TENANT-NO
           AND CUST_NO = :RM-CUST-NO
           AND NOTICE_TYP_CD = :RM-NOTICE-TYP-CD
           AND CHNL_CD = '04'
           AND COALESCE(RTN_FLG, '0') = '0'
           AND SENT_DT <= :RM-RTN-DT
           AND (:RM-SENT-DT = ' ' OR SENT_DT = :RM-SENT-DT)
         ORDER BY CRT_TM DESC
         FETCH FIRST 1 ROW ONLY
    END-EXEC

    IF SQLCODE = 100
       PERFORM CHECK-DUP-RETURN
       EXIT PARAGRAPH
    END-IF
    IF SQLCODE NOT = 0
       PERFORM FAIL-ONE-RETURN
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE CUST_NOTICE_LOG
           SET RTN_FLG = '1',
               RTN_DT = :RM-RTN-DT,
               RTN_RSN_CD = :RM-RTN-RSN-CD
         WHERE TENANT_NO = :RM-TENANT-NO
           AND CUST_NO = :RM-CUST-NO
           AND NOTICE_TYP_CD = :RM-NOTICE-TYP-CD
           AND CHNL_CD = '04'
           AND CRT_TM = :WS-LOG-CRT-TM
    END-EXEC
    IF SQLCODE NOT = 0
       PERFORM FAIL-ONE-RETURN
       EXIT PARAGRAPH
    END-IF

    PERFORM MARK-ADDR-UNDELIV
    IF WS-RESULT-CD = 'FAILED'
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    PERFORM WRITE-RETURN-LINE.

*> 未匹配到未退信函：同一封已登记过退信的(服务商重送)计重复，
*> 否则计未匹配待人工核对
CHECK-DUP-RETURN.
    MOVE 0 TO WS-LOG-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-LOG-COUNT
          FROM CUST_NOTICE_LOG
         WHERE TENANT_NO = :RM-TENANT-NO
           AND CUST_NO = :RM-CUST-NO
           AND NOTICE_TYP_CD = :RM-NOTICE-TYP-CD
           AND CHNL_CD = '04'
           AND RTN_FLG = '1'
           AND (:RM-SENT-DT = ' ' OR SENT_DT = :RM-SENT-DT)
    END-EXEC

    IF SQLCODE = 0 AND WS-LOG-COUNT > 0
       ADD 1 TO WS-DUP-COUNT
       MOVE 'DUPLICATE' TO WS-RESULT-CD
    ELSE
       ADD 1 TO WS-UNMATCH-COUNT
       MOVE 'UNMATCHED' TO WS-RESULT-CD
    END-IF
    PERFORM WRITE-RETURN-LINE.

*> 标记寄达地址无法投递：信函留痕记了寄达地址类型的按该类型；
*> 留痕早于地址类型登记的按CUSTNOTICE01选址顺序(通讯/住宅/
*> 单位)取。只标记寄信时已在用的那一行——寄出后客户已改址的，
*> 新地址不受牵连
MARK-ADDR-UNDELIV.
    MOVE WS-LOG-ADDR-TYP-CD TO WS-ADDR-TYP-CD
    IF WS-ADDR-TYP-CD = SPACES
       EXEC SQL
           SELECT ADDR_TYP_CD INTO :WS-ADDR-TYP-CD
             FROM CUST_ADDR_INFO
            WHERE TENANT_NO = :RM-TENANT-NO
              AND CUST_NO = :RM-CUST-NO
              AND VALID_FLG = '1'
            ORDER BY CASE ADDR_TYP_CD WHEN '03' THEN 1
                                      WHEN '01' THEN 2
                                      ELSE 3 END
            FETCH FIRST 1 ROW ONLY
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE SPACES TO WS-ADDR-TYP-CD
       END-IF
    END-IF

    MOVE 0 TO WS-ROW-COUNT
    IF WS-ADDR-TYP-CD NOT = SPACES
       EXEC SQL
           UPDATE CUST_ADDR_INFO
              SET UNDELIV_FLG = '1',
                  UNDELIV_DT = :RM-RTN-DT,
                  UNDELIV_RSN_CD = :RM-RTN-RSN-CD,
                  UPD_TELR_NO = 'SYSRTNMAIL',
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :RM-TENANT-NO
              AND CUST_NO = :RM-CUST-NO
              AND ADDR_TYP_CD = :WS-ADDR-TYP-CD
              AND VALID_FLG = '1'
              AND CRT_TM <= :WS-LOG-CRT-TM
       END-EXEC
       IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
          PERFORM FAIL-ONE-RETURN
          EXIT PARAGRAPH
       END-IF
       IF SQLCODE = 0
          EXEC SQL
              GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT
          END-EXEC
       END-IF
    END-IF

    IF WS-ROW-COUNT = 0
       ADD 1 TO WS-ADDR-CHG-COUNT
       MOVE 'ADDRCHGD' TO WS-RESULT-CD
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-MARK-COUNT
    MOVE 'MARKED' TO WS-RESULT-CD
    PERFORM CHECK-REPEAT-RETURN.

*> 统计窗口内该客户退信封数达到门槛的，地址进网点退信清单；
*> 同一地址已有未结项时只刷新退信封数与最近原因，不重复入清单
CHECK-REPEAT-RETURN.
    MOVE 0 TO WS-RTN-CNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-RTN-CNT
          FROM CUST_NOTICE_LOG
         WHERE TENANT_NO = :RM-TENANT-NO
           AND CUST_NO = :RM-CUST-NO
           AND CHNL_CD = '04'
           AND RTN_FLG = '1'
           AND RTN_DT >= :WS-RTN-CUTOFF-DT
    END-EXEC
    IF SQLCODE NOT = 0
       PERFORM FAIL-ONE-RETURN
       EXIT PARAGRAPH
    END-IF

    IF WS-RTN-CNT < WS-RTN-LIMIT
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE ADDR_RTN_WORKLIST
           SET RTN_CNT = :WS-RTN-CNT,
               RTN_RSN_CD = :RM-RTN-RSN-CD,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :RM-TENANT-NO
           AND CUST_NO = :RM-CUST-NO
           AND ADDR_TYP_CD = :WS-ADDR-TYP-CD
           AND STATUS_CD = '0'
    END-EXEC
    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       PERFORM FAIL-ONE-RETURN
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-ROW-COUNT
    IF SQLCODE = 0
       EXEC SQL
           GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT
       END-EXEC
    END-IF
    IF WS-ROW-COUNT > 0
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-ADDR
    MOVE SPACES TO WS-BRANCH-NO
    EXEC SQL
        SELECT A.ADDR, COALESCE(B.BRANCH_NO, ' ')
          INTO :WS-ADDR, :WS-BRANCH-NO
          FROM CUST_ADDR_INFO A
          LEFT JOIN CUSTOMER_BASIC_INFO B
            ON B.TENANT_NO = A.TENANT_NO
           AND B.CUST_NO = A.CUST_NO
         WHERE A.TENANT_NO = :RM-TENANT-NO
           AND A.CUST_NO = :RM-CUST-NO
           AND A.ADDR_TYP_CD = :WS-ADDR-TYP-CD
           AND A.VALID_FLG = '1'
    END-EXEC
    IF SQLCODE NOT = 0
       PERFORM FAIL-ONE-RETURN
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        INSERT INTO ADDR_RTN_WORKLIST (
            TENANT_NO, CUST_NO, ADDR_TYP_CD, ADDR, BRANCH_NO,
            RTN_CNT, RTN_RSN_CD, STATUS_CD, CRT_TM, UPD_TM
        ) VALUES (
            :RM-TENANT-NO, :RM-CUST-NO, :WS-ADDR-TYP-CD, :WS-ADDR,
            :WS-BRANCH-NO, :WS-RTN-CNT, :RM-RTN-RSN-CD, '0',
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC
    IF SQLCODE NOT = 0
       PERFORM FAIL-ONE-RETURN
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-WORKLIST-COUNT
    MOVE 'WORKLIST' TO WS-RESULT-CD.

*> 本封处理失败：回滚并写报告行
FAIL-ONE-RETURN.
    DISPLAY '退信登记失败 客户号:' RM-CUST-NO ' SQLCODE:' SQLCODE
    EXEC SQL ROLLBACK END-EXEC
    ADD 1 TO WS-FAIL-COUNT
    MOVE 'FAILED' TO WS-RESULT-CD
    PERFORM WRITE-RETURN-LINE.

WRITE-RETURN-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING RM-TENANT-NO         DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           RM-CUST-NO           DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           RM-NOTICE-TYP-CD     DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           RM-RTN-DT            DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           RM-RTN-RSN-CD        DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-ADDR-TYP-CD       DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-RESULT-CD         DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.
