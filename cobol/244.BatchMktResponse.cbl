IDENTIFICATION DIVISION.
PROGRAM-ID. CMPGNRESP01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RESP-FILE ASSIGN TO 'MKT.CAMPAIGN.RESP'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 营销活动回执文件：投递方/外呼方按活动×客户回报触达结果，一行
*> 一条，带全行约定的头/尾记录(FILEVER01校验记录数与校验合计)
FD  RESP-FILE.
01  RESP-RECORD.
    05  RS-TENANT-NO        PIC X(10).     *> 租户编号
    05  RS-CMPGN-ID         PIC X(12).     *> 营销活动编号
    05  RS-CUST-NO          PIC X(20).     *> 客户编号
    05  RS-RESP-CD          PIC X(02).     *> 01已触达/02接受/03拒绝/
                                           *> 04退订
    05  RS-RESP-TM          PIC X(14).     *> 回执时间

*> 回执导入结果报告：逐条列出登记/保留/失败
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(150).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-EOF-FLG              PIC X(01) VALUE 'N'.
01  WS-READ-COUNT           PIC 9(7) VALUE 0.
01  WS-LOAD-COUNT           PIC 9(7) VALUE 0.
01  WS-OPTOUT-COUNT         PIC 9(7) VALUE 0.
01  WS-KEEP-COUNT           PIC 9(7) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(7) VALUE 0.
01  WS-RESULT-CD            PIC X(09).
01  WS-RSLT-CODE            PIC X(06).
01  WS-RSLT-MSG             PIC X(50).

*> 目标行现状：回执只往前走(已触达→接受/拒绝→退订)，晚到的
*> 低位回执不覆盖已登记的结果
01  WS-TGT-SEL-STUS-CD      PIC X(01).
01  WS-TGT-RESP-CD          PIC X(02).
01  WS-TGT-CHNL-CD          PIC X(02).
01  WS-CMPGN-STUS-CD        PIC X(01).
01  WS-OLD-RESP-RANK        PIC 9(01).
01  WS-NEW-RESP-RANK        PIC 9(01).

*> 联络偏好维护(MGMTCNTCPREF01)入参：退订即该渠道登记勿扰，
*> 同意来源记'04'营销活动回复；已有偏好行的保留首选语言与免扰
*> 时段改许可，没有的新增
01  WS-CP-CUST-NO           PIC X(10).
01  WS-CP-PERMIT-FLG        PIC X(01) VALUE 'N'.
01  WS-CP-OLD-PERMIT-FLG    PIC X(01).
01  WS-CP-PREF-LANG-CD      PIC X(02).
01  WS-CP-QUIET-HR-FROM     PIC X(04).
01  WS-CP-QUIET-HR-TO       PIC X(04).
01  WS-CP-CONSENT-SORC-CD   PIC X(02) VALUE '04'.
01  WS-CP-OPER-TYP-CD       PIC X(02).
01  WS-CP-OPER-TELR-NO      PIC X(10) VALUE 'SYSMKTRESP'.
01  WS-CP-RESP-CODE         PIC X(06).
01  WS-CP-RESP-MSG          PIC X(50).

*> 入站文件校验(FILEVER01)工作区：头/尾/校验合计核对不过即
*> 整批拒收
01  WS-FV-FILE-NAME         PIC X(44) VALUE 'MKT.CAMPAIGN.RESP'.
01  WS-FV-INTERFACE-ID      PIC X(10) VALUE 'MKTCMPRESP'.
01  WS-FV-RESP-CODE         PIC X(06).
01  WS-FV-RESP-MSG          PIC X(50).
01  WS-FV-REC-COUNT         PIC 9(09).
01  WS-FV-BIZ-DT            PIC X(08).

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'CMPGNRESP01'.
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
01  WS-RR-JOB-NM            PIC X(20) VALUE 'CMPGNRESP01'.
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
*> 营销活动回执导入批：CMPGNSEL01名单发出后，投递方/外呼方按日
*> 回送触达结果(已触达/接受/拒绝/退订)。本批经FILEVER01整体校验
*> 后逐条登记到MKT_CAMPAIGN_TARGET，供CMPGNRPT01统计触达与转化；
*> 退订的同时经MGMTCNTCPREF01把客户该渠道登记为勿扰，下一个活动
*> 选客即被CNTCPREFCHK01剔除，不再靠营销部门手工转登。
*> 找不到入选目标行、活动已撤销或勿扰登记失败的只列报告，由营销
*> 部门核对后随次日回执重送
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
    STRING 'MKT.CAMPAIGN.RESP.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT                DELIMITED BY SIZE
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
       DISPLAY '营销回执文件校验不过，整批拒收:' WS-FV-RESP-MSG
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '营销活动回执导入报告 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                     DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 1) 逐条登记回执
    MOVE 'N' TO WS-EOF-FLG
    OPEN INPUT RESP-FILE
    PERFORM UNTIL WS-EOF-FLG = 'Y'
       READ RESP-FILE
          AT END
             MOVE 'Y' TO WS-EOF-FLG
          NOT AT END
             *> 头/尾记录已在整体校验时核对过，逐行处理时跳过
             IF RESP-RECORD(1:2) NOT = 'HD'
                AND RESP-RECORD(1:2) NOT = 'TR'
                PERFORM LOAD-ONE-RESP
             END-IF
       END-READ
    END-PERFORM
    CLOSE RESP-FILE

    MOVE SPACES TO REPORT-RECORD
    STRING '读入:'          DELIMITED BY SIZE
           WS-READ-COUNT    DELIMITED BY SIZE
           ' 登记:'         DELIMITED BY SIZE
           WS-LOAD-COUNT    DELIMITED BY SIZE
           ' 其中退订转勿扰:' DELIMITED BY SIZE
           WS-OPTOUT-COUNT  DELIMITED BY SIZE
           ' 保留原结果:'   DELIMITED BY SIZE
           WS-KEEP-COUNT    DELIMITED BY SIZE
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
    MOVE WS-LOAD-COUNT TO WS-RC-RECORDS
    PERFORM CLOSE-RUN-CONTROL

    DISPLAY '营销活动回执导入批完成，登记:' WS-LOAD-COUNT
            ' 退订转勿扰:' WS-OPTOUT-COUNT ' 失败:' WS-FAIL-COUNT

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

*> 一条回执：核对入选目标行与活动状态，按先后位次决定是否改写；
*> 退订先登记勿扰，成功后才记回执，失败的整条留待重送
LOAD-ONE-RESP.
    ADD 1 TO WS-READ-COUNT
    MOVE '000000' TO WS-RSLT-CODE
    MOVE SPACES TO WS-RSLT-MSG

    EVALUATE RS-RESP-CD
       WHEN '01'
          MOVE 1 TO WS-NEW-RESP-RANK
       WHEN '02'
       WHEN '03'
          MOVE 2 TO WS-NEW-RESP-RANK
       WHEN '04'
          MOVE 3 TO WS-NEW-RESP-RANK
       WHEN OTHER
          MOVE 'F20311' TO WS-RSLT-CODE
          MOVE '回执代码必须为01至04之一' TO WS-RSLT-MSG
          PERFORM FAIL-ONE-RESP
          EXIT PARAGRAPH
    END-EVALUATE

    MOVE SPACES TO WS-TGT-SEL-STUS-CD
    MOVE SPACES TO WS-TGT-RESP-CD
    MOVE SPACES TO WS-TGT-CHNL-CD
    MOVE SPACES TO WS-CMPGN-STUS-CD
    EXEC SQL
        SELECT T.SEL_STUS_CD, COALESCE(T.RESP_CD, ' '), T.CHNL_CD,
               C.STUS_CD
          INTO :WS-TGT-SEL-STUS-CD, :WS-TGT-RESP-CD, :WS-TGT-CHNL-CD,
               :WS-CMPGN-STUS-CD
          FROM MKT_CAMPAIGN_TARGET T
          JOIN MKT_CAMPAIGN C
            ON C.TENANT_NO = T.TENANT_NO
           AND C.CMPGN_ID = T.CMPGN_ID
         WHERE T.TENANT_NO = :RS-TENANT-NO
           AND T.CMPGN_ID = :RS-CMPGN-ID
           AND T.CUST_NO = :RS-CUST-NO
    END-EXEC

    IF SQLCODE NOT = 0 OR WS-TGT-SEL-STUS-CD NOT = 'S'
       MOVE 'F20312' TO WS-RSLT-CODE
       MOVE '客户不在该活动入选名单中' TO WS-RSLT-MSG
       PERFORM FAIL-ONE-RESP
       EXIT PARAGRAPH
    END-IF

    IF WS-CMPGN-STUS-CD = '9'
       MOVE 'F20313' TO WS-RSLT-CODE
       MOVE '营销活动已撤销，回执不再登记' TO WS-RSLT-MSG
       PERFORM FAIL-ONE-RESP
       EXIT PARAGRAPH
    END-IF

    EVALUATE WS-TGT-RESP-CD
       WHEN '01'
          MOVE 1 TO WS-OLD-RESP-RANK
       WHEN '02'
       WHEN '03'
          MOVE 2 TO WS-OLD-RESP-RANK
       WHEN '04'
          MOVE 3 TO WS-OLD-RESP-RANK
       WHEN OTHER
          MOVE 0 TO WS-OLD-RESP-RANK
    END-EVALUATE

    IF WS-NEW-RESP-RANK < WS-OLD-RESP-RANK
       ADD 1 TO WS-KEEP-COUNT
       MOVE 'KEPT' TO WS-RESULT-CD
       MOVE '已有更进一步的回执，保留原结果' TO WS-RSLT-MSG
       PERFORM WRITE-RESP-LINE
       EXIT PARAGRAPH
    END-IF

    IF RS-RESP-CD = '04'
       PERFORM REGISTER-OPT-OUT
       IF WS-RSLT-CODE NOT = '000000'
          PERFORM FAIL-ONE-RESP
          EXIT PARAGRAPH
       END-IF
    END-IF

    EXEC SQL
        UPDATE MKT_CAMPAIGN_TARGET
           SET RESP_CD = :RS-RESP-CD,
               RESP_TM = :RS-RESP-TM,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :RS-TENANT-NO
           AND CMPGN_ID = :RS-CMPGN-ID
           AND CUST_NO = :RS-CUST-NO
    END-EXEC

    IF SQLCODE NOT = 0
       EXEC SQL ROLLBACK END-EXEC
       MOVE 'E12003' TO WS-RSLT-CODE
       MOVE '回执登记失败' TO WS-RSLT-MSG
       PERFORM FAIL-ONE-RESP
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    ADD 1 TO WS-LOAD-COUNT
    MOVE 'LOADED' TO WS-RESULT-CD
    PERFORM WRITE-RESP-LINE.

*> 退订转勿扰：该渠道已是勿扰的不重复登记；已有偏好行的改许可
*> (保留首选语言与免扰时段)，没有的新增一行
REGISTER-OPT-OUT.
    MOVE RS-CUST-NO TO WS-CP-CUST-NO
    MOVE SPACES TO WS-CP-OLD-PERMIT-FLG
    MOVE SPACES TO WS-CP-PREF-LANG-CD
    MOVE SPACES TO WS-CP-QUIET-HR-FROM
    MOVE SPACES TO WS-CP-QUIET-HR-TO
    EXEC SQL
        SELECT PERMIT_FLG, COALESCE(PREF_LANG_CD, ' '),
               COALESCE(QUIET_HR_FROM, ' '),
               COALESCE(QUIET_HR_TO, ' ')
          INTO :WS-CP-OLD-PERMIT-FLG, :WS-CP-PREF-LANG-CD,
               :WS-CP-QUIET-HR-FROM, :WS-CP-QUIET-HR-TO
          FROM CUST_CNTC_PREF
         WHERE CUST_NO = :WS-CP-CUST-NO
           AND TENANT_NO = :RS-TENANT-NO
           AND CHNL_CD = :WS-TGT-CHNL-CD
           AND VALID_FLG = '1'
    END-EXEC

    IF SQLCODE = 0
       IF WS-CP-OLD-PERMIT-FLG = 'N'
          EXIT PARAGRAPH
       END-IF
       MOVE '02' TO WS-CP-OPER-TYP-CD
    ELSE
       MOVE '01' TO WS-CP-OPER-TYP-CD
    END-IF

    CALL 'MGMTCNTCPREF01' USING WS-CP-CUST-NO, RS-TENANT-NO,
                                WS-TGT-CHNL-CD, WS-CP-PERMIT-FLG,
                                WS-CP-PREF-LANG-CD,
                                WS-CP-QUIET-HR-FROM,
                                WS-CP-QUIET-HR-TO,
                                WS-CP-CONSENT-SORC-CD,
                                WS-CP-OPER-TYP-CD, WS-CP-OPER-TELR-NO,
                                WS-CP-RESP-CODE, WS-CP-RESP-MSG
    END-CALL

    IF WS-CP-RESP-CODE NOT = '000000'
       MOVE WS-CP-RESP-CODE TO WS-RSLT-CODE
       MOVE WS-CP-RESP-MSG TO WS-RSLT-MSG
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-OPTOUT-COUNT.

FAIL-ONE-RESP.
    ADD 1 TO WS-FAIL-COUNT
    MOVE 'FAILED' TO WS-RESULT-CD
    PERFORM WRITE-RESP-LINE.

WRITE-RESP-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING RS-TENANT-NO         DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           RS-CMPGN-ID          DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           RS-CUST-NO           DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           RS-RESP-CD           DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           RS-RESP-TM           DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-RESULT-CD         DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-RSLT-CODE         DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-RSLT-MSG          DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.
