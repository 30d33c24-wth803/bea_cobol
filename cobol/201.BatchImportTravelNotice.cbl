IDENTIFICATION DIVISION.
PROGRAM-ID. TRVLNTCIMP01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NOTICE-FILE ASSIGN TO 'MOBILE.TRAVEL.NOTICE'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 手机银行出行报备文件：客户在手机银行提交/撤销的出行报备一行
*> 一条，带全行约定的头/尾记录(FILEVER01校验记录数与校验合计)
FD  NOTICE-FILE.
01  NOTICE-RECORD.
    05  TN-TENANT-NO        PIC X(10).     *> 租户编号
    05  TN-CUST-NO          PIC X(20).     *> 客户编号
    05  TN-ACTION-CD        PIC X(01).     *> A登记/C撤销
    05  TN-EXT-REF-NO       PIC X(20).     *> 手机银行侧报备编号
    05  TN-START-DT         PIC X(08).     *> 出行起始日期
    05  TN-END-DT           PIC X(08).     *> 出行结束日期
    05  TN-DEST-CNTRY-COUNT PIC 9(02).     *> 目的国别个数
    05  TN-DEST-CNTRY-TABLE.
        10  TN-DEST-CNTRY-CD PIC X(03) OCCURS 10. *> 目的国别代码

*> 出行报备导入结果报告：逐条列出登记/撤销/已登记/失败
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(150).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-EOF-FLG              PIC X(01) VALUE 'N'.
01  WS-READ-COUNT           PIC 9(7) VALUE 0.
01  WS-LOAD-COUNT           PIC 9(7) VALUE 0.
01  WS-CANCEL-COUNT         PIC 9(7) VALUE 0.
01  WS-EXIST-COUNT          PIC 9(7) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(7) VALUE 0.
01  WS-RESULT-CD            PIC X(09).

*> 出行报备维护(MGMTTRVLNTC01)入参：手机银行报备与柜面登记走
*> 同一校验与落库路径，报备渠道记'02'手机银行
01  WS-MGMT-REG-CHNL-CD     PIC X(02) VALUE '02'.
01  WS-MGMT-NOTICE-SEQ-NO   PIC X(14) VALUE SPACES.
01  WS-MGMT-OPER-TYP-CD     PIC X(02).
01  WS-MGMT-OPER-TELR-NO    PIC X(10) VALUE 'SYSMBTRVL'.
01  WS-MGMT-RESP-CODE       PIC X(06).
01  WS-MGMT-RESP-MSG        PIC X(50).
01  WS-MGMT-RESP-SEQ-NO     PIC X(14).

*> 入站文件校验(FILEVER01)工作区：头/尾/校验合计核对不过即
*> 整批拒收
01  WS-FV-FILE-NAME         PIC X(44) VALUE 'MOBILE.TRAVEL.NOTICE'.
01  WS-FV-INTERFACE-ID      PIC X(10) VALUE 'MBTRVLNTC'.
01  WS-FV-RESP-CODE         PIC X(06).
01  WS-FV-RESP-MSG          PIC X(50).
01  WS-FV-REC-COUNT         PIC 9(09).
01  WS-FV-BIZ-DT            PIC X(08).

*> 拒绝记录结构化落地(BATCH_REJECT_QUEUE)工作区(同CRTPERCBAT01)：
*> 记录全文即文件记录原样，修补放行后由REJRESUB01经MGMTTRVLNTC01
*> 重新登记
01  WS-REJ-SEQ-NO           PIC X(14).
01  WS-REJ-SEQ-NO-NUM REDEFINES WS-REJ-SEQ-NO
                            PIC 9(14).
01  WS-REJ-DUP-COUNT        PIC 9(5).
01  WS-REJ-RETRY-COUNT      PIC 9(3).
01  WS-REJ-RSN-CD           PIC X(06).
01  WS-REJ-RSN-MSG          PIC X(50).
01  WS-REJ-REC-TEXT         PIC X(512).
01  WS-CURRENT-DATE-TIME    PIC X(21).

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'TRVLNTCIMP01'.
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
01  WS-RR-JOB-NM            PIC X(20) VALUE 'TRVLNTCIMP01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10) VALUE SPACES.
01  WS-MAINTWIN-PGM-ID     PIC X(20) VALUE SPACES.
01  WS-MAINTWIN-TELR-NO    PIC X(10) VALUE SPACES.
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

PROCEDURE DIVISION.
*> 手机银行出行报备导入批：客户在手机银行提交的出行报备此前到
*> 不了核心，筛查(CTRLSCRN01)看不到，照样把境外交易转人工。本批
*> 接手机银行每日报备文件，经FILEVER01整体校验后逐条经
*> MGMTTRVLNTC01登记(A)或撤销(C)；同一报备编号重送按已登记
*> 计，其余失败进BATCH_REJECT_QUEUE待修补放行(REJRESUB01重提)
MAIN-LOGIC.
    *> 本作业经联机维护程序落库：先登记为批处理作业，批处理维护
    *> 窗口期内照常执行(MAINTWIN01)
    MOVE 'B' TO WS-MAINTWIN-MODE-CD
    CALL 'MAINTWIN01' USING WS-MAINTWIN-MODE-CD, WS-MAINTWIN-TENANT-NO,
                            WS-MAINTWIN-PGM-ID, WS-MAINTWIN-TELR-NO,
                            WS-MAINTWIN-RESP-CODE, WS-MAINTWIN-RESP-MSG
    END-CALL

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

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'TRAVEL.NOTICE.IMPORT.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT                   DELIMITED BY SIZE
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
       DISPLAY '出行报备文件校验不过，整批拒收:' WS-FV-RESP-MSG
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '手机银行出行报备导入报告 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                         DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 1) 逐条登记/撤销
    MOVE 'N' TO WS-EOF-FLG
    OPEN INPUT NOTICE-FILE
    PERFORM UNTIL WS-EOF-FLG = 'Y'
       READ NOTICE-FILE
          AT END
             MOVE 'Y' TO WS-EOF-FLG
          NOT AT END
             *> 头/尾记录已在整体校验时核对过，逐行处理时跳过
             IF NOTICE-RECORD(1:2) NOT = 'HD'
                AND NOTICE-RECORD(1:2) NOT = 'TR'
                PERFORM LOAD-ONE-NOTICE
             END-IF
       END-READ
    END-PERFORM
    CLOSE NOTICE-FILE

    MOVE SPACES TO REPORT-RECORD
    STRING '读入:'          DELIMITED BY SIZE
           WS-READ-COUNT    DELIMITED BY SIZE
           ' 登记:'         DELIMITED BY SIZE
           WS-LOAD-COUNT    DELIMITED BY SIZE
           ' 撤销:'         DELIMITED BY SIZE
           WS-CANCEL-COUNT  DELIMITED BY SIZE
           ' 已登记:'       DELIMITED BY SIZE
           WS-EXIST-COUNT   DELIMITED BY SIZE
           ' 失败:'         DELIMITED BY SIZE
           WS-FAIL-COUNT    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同EXRATEIMP01)
    MOVE WS-FAIL-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    *> 批量运行控制：登记正常结束与处理记录数
    MOVE 'C' TO WS-RC-MODE-CD
    COMPUTE WS-RC-RECORDS = WS-LOAD-COUNT + WS-CANCEL-COUNT
    PERFORM CLOSE-RUN-CONTROL

    DISPLAY '手机银行出行报备导入批完成，登记:' WS-LOAD-COUNT
            ' 撤销:' WS-CANCEL-COUNT ' 失败:' WS-FAIL-COUNT

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

*> 一条报备：A登记/C撤销经MGMTTRVLNTC01，撤销按手机银行侧报备
*> 编号定位；动作代码不认识的直接进拒绝队列
LOAD-ONE-NOTICE.
    ADD 1 TO WS-READ-COUNT
    MOVE SPACES TO WS-MGMT-RESP-SEQ-NO

    EVALUATE TN-ACTION-CD
       WHEN 'A'
          MOVE '01' TO WS-MGMT-OPER-TYP-CD
       WHEN 'C'
          MOVE '03' TO WS-MGMT-OPER-TYP-CD
       WHEN OTHER
          MOVE 'F20311' TO WS-MGMT-RESP-CODE
          MOVE '动作代码必须为A登记或C撤销' TO WS-MGMT-RESP-MSG
          PERFORM REJECT-ONE-NOTICE
          EXIT PARAGRAPH
    END-EVALUATE

    IF TN-DEST-CNTRY-COUNT IS NOT NUMERIC
       MOVE 0 TO TN-DEST-CNTRY-COUNT
    END-IF

    CALL 'MGMTTRVLNTC01' USING TN-TENANT-NO, TN-CUST-NO,
                               TN-START-DT, TN-END-DT,
                               TN-DEST-CNTRY-COUNT,
                               TN-DEST-CNTRY-TABLE,
                               WS-MGMT-REG-CHNL-CD, TN-EXT-REF-NO,
                               WS-MGMT-NOTICE-SEQ-NO,
                               WS-MGMT-OPER-TYP-CD,
                               WS-MGMT-OPER-TELR-NO,
                               WS-MGMT-RESP-CODE, WS-MGMT-RESP-MSG,
                               WS-MGMT-RESP-SEQ-NO
    END-CALL

    EVALUATE TRUE
       WHEN WS-MGMT-RESP-CODE = '000000'
            AND TN-ACTION-CD = 'A'
          ADD 1 TO WS-LOAD-COUNT
          MOVE 'LOADED' TO WS-RESULT-CD
          PERFORM WRITE-NOTICE-LINE
       WHEN WS-MGMT-RESP-CODE = '000000'
          ADD 1 TO WS-CANCEL-COUNT
          MOVE 'CANCELLED' TO WS-RESULT-CD
          PERFORM WRITE-NOTICE-LINE
       WHEN WS-MGMT-RESP-CODE = 'F20006'
          ADD 1 TO WS-EXIST-COUNT
          MOVE 'EXISTS' TO WS-RESULT-CD
          PERFORM WRITE-NOTICE-LINE
       WHEN OTHER
          PERFORM REJECT-ONE-NOTICE
    END-EVALUATE.

*> 失败报备入拒绝队列并写报告行
REJECT-ONE-NOTICE.
    ADD 1 TO WS-FAIL-COUNT
    MOVE 'FAILED' TO WS-RESULT-CD
    PERFORM WRITE-NOTICE-LINE
    MOVE WS-MGMT-RESP-CODE TO WS-REJ-RSN-CD
    MOVE WS-MGMT-RESP-MSG TO WS-REJ-RSN-MSG
    PERFORM WRITE-REJECT-QUEUE-ROW.

WRITE-NOTICE-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING TN-TENANT-NO         DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           TN-CUST-NO           DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           TN-EXT-REF-NO        DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           TN-ACTION-CD         DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           TN-START-DT          DELIMITED BY SIZE
           '-'                  DELIMITED BY SIZE
           TN-END-DT            DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-RESULT-CD         DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-MGMT-RESP-CODE    DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-MGMT-RESP-MSG     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 失败报备结构化入队：记录全文即文件记录原样，供MGMTREJECT01
*> 修补放行、REJRESUB01重提
WRITE-REJECT-QUEUE-ROW.
    PERFORM ALLOC-REJ-SEQ-NO
    IF WS-REJ-DUP-COUNT NOT = 0
       DISPLAY '拒绝队列流水号分配失败 报备编号:' TN-EXT-REF-NO
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-REJ-REC-TEXT
    MOVE NOTICE-RECORD TO WS-REJ-REC-TEXT
    EXEC SQL
        INSERT INTO BATCH_REJECT_QUEUE (
            REJ_SEQ_NO, SRC_JOB_NM, REJ_RSN_CD, REJ_RSN_MSG,
            REC_TEXT, STUS_CD, CRT_TM, UPD_TM
        ) VALUES (
            :WS-REJ-SEQ-NO, 'TRVLNTCIMP01', :WS-REJ-RSN-CD,
            :WS-REJ-RSN-MSG, :WS-REJ-REC-TEXT, '0',
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC

    IF SQLCODE NOT = 0
       DISPLAY '拒绝队列写入失败 报备编号:' TN-EXT-REF-NO
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
    END-IF.

*> 拒绝流水号分配：时间戳起号后逐一核对防撞(同CRTPERCBAT01)
ALLOC-REJ-SEQ-NO.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-REJ-SEQ-NO
    MOVE 0 TO WS-REJ-RETRY-COUNT
    PERFORM CHECK-REJ-SEQ-NO-FREE
    PERFORM UNTIL WS-REJ-DUP-COUNT = 0
                  OR WS-REJ-RETRY-COUNT > 99
       ADD 1 TO WS-REJ-SEQ-NO-NUM
       ADD 1 TO WS-REJ-RETRY-COUNT
       PERFORM CHECK-REJ-SEQ-NO-FREE
    END-PERFORM.

CHECK-REJ-SEQ-NO-FREE.
    MOVE 0 TO WS-REJ-DUP-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-REJ-DUP-COUNT
          FROM BATCH_REJECT_QUEUE
         WHERE REJ_SEQ_NO = :WS-REJ-SEQ-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 99 TO WS-REJ-DUP-COUNT
       MOVE 100 TO WS-REJ-RETRY-COUNT
    END-IF.
