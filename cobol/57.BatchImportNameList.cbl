    05  IMP-CTRL-FLG        PIC X(01).     *> 管控标志
    05  IMP-EFFT-DT         PIC X(08).     *> 生效日期(YYYYMMDD)
    05  IMP-INVALID-DT      PIC X(08).     *> 失效日期(YYYYMMDD)
    05  IMP-LIST-NM         PIC X(50).     *> 名单所载名称(可空)

*> 导入对账报告：逐条处理结果 + 增/改/失效/不变/拒绝计数汇总
*> (报告文件风格同MGMTNAMELISTBAT01)
01  WS-CUST-NO              PIC X(20).
01  WS-CUST-COUNT           PIC 9(5).

*> 证件号码令牌化工作区(CRTFTOKEN01)：在网客户按令牌定位(令牌库
*> 没有的沿用原值，兼容令牌化之前的旧数据)；报告与作业日志只出
*> 掩码号
01  WS-LOOKUP-MODE-CD       PIC X(01) VALUE 'L'.
01  WS-MASK-MODE-CD         PIC X(01) VALUE 'M'.
01  WS-IMP-CRTF-KEY         PIC X(20).
01  WS-IMP-CRTF-MASK        PIC X(20).
01  WS-CRTF-TOKEN           PIC X(20).
01  WS-CRTF-MASK            PIC X(20).
01  WS-TOKEN-RESP-CODE      PIC X(06).
01  WS-TOKEN-RESP-MSG       PIC X(50).

*> 既有名单记录比对用快照
01  WS-DB-CTRL-FLG          PIC X(01).
01  WS-DB-EFFT-DT           PIC X(08).
01  WS-REJ-REC-TEXT         PIC X(512).
01  WS-CURRENT-DATE-TIME    PIC X(21).

*> 名称筛查工作区：管控名单新增/变更记录(及证件不在网但带名称的
*> 记录)按名称比对全部在网客户的现名与有效曾用名/别名
*> (CUST_NAME_ALIAS)，命中的其他客户经MGMTSCRNCASE01开筛查案件。
*> 常见名可能命中大量客户，每条名单记录开案设上限，超出在报告
*> 中言明
01  WS-NM-HIT-LIMIT         PIC 9(3) VALUE 50.
01  WS-NM-HIT-COUNT         PIC 9(3).
01  WS-NM-CASE-COUNT        PIC 9(7) VALUE 0.
01  WS-NM-TENANT-NO         PIC X(10).
01  WS-NM-CUST-NO           PIC X(20).
01  WS-SC-SRC-PROGRAM       PIC X(20) VALUE 'NAMELISTIMP01'.
01  WS-SC-SRC-RSN-CD        PIC X(04) VALUE 'NMHT'.
01  WS-SC-CASE-SEQ-NO       PIC X(14) VALUE SPACES.
01  WS-SC-CONCL-COMNT       PIC X(100) VALUE SPACES.
01  WS-SC-OPER-TYP-CD       PIC X(02) VALUE '01'.
01  WS-SC-OPER-TELR-NO      PIC X(10) VALUE 'SYSNLIMP'.
01  WS-SC-RESP-CODE         PIC X(06).
01  WS-SC-RESP-MSG          PIC X(50).
01  WS-SC-RESP-SEQ-NO       PIC X(14).
01  WS-SC-RESP-COUNT        PIC 9(3).
01  WS-SC-RESP-TABLE        PIC X(54).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10) VALUE SPACES.
01  WS-MAINTWIN-PGM-ID     PIC X(20) VALUE SPACES.
01  WS-MAINTWIN-TELR-NO    PIC X(10) VALUE SPACES.
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护与
*> 入站文件闸门(依赖的文件未到达正常即拒绝起跑)，命令行参数含
*> FORCE时强制起跑
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'NAMELISTIMP01'.
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

PROCEDURE DIVISION.
MAIN-LOGIC.
    *> 本作业经联机维护程序落库：先登记为批处理作业，批处理维护
    *> 窗口期内照常执行(MAINTWIN01)
    MOVE 'B' TO WS-MAINTWIN-MODE-CD
    CALL 'MAINTWIN01' USING WS-MAINTWIN-MODE-CD, WS-MAINTWIN-TENANT-NO,
                            WS-MAINTWIN-PGM-ID, WS-MAINTWIN-TELR-NO,
                            WS-MAINTWIN-RESP-CODE, WS-MAINTWIN-RESP-MSG
    END-CALL

    *> 批量运行控制：登记起跑；同作业同日已完成、前置作业未完成
    *> 或依赖的入站文件未到达正常时拒绝起跑(FORCE参数强制)
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
    PERFORM CALL-BATRUNCTL
    IF WS-RC-RESP-CODE NOT = '000000'
       DISPLAY '批量运行控制拒绝起跑:' WS-RC-RESP-MSG
       STOP RUN
    END-IF

    *> 0) 入站文件按全行头尾约定先整体校验，不过即整批拒收
    CALL 'FILEVER01' USING WS-FV-FILE-NAME, WS-FV-INTERFACE-ID,
                           WS-FV-RESP-CODE, WS-FV-RESP-MSG,
       WRITE REPORT-RECORD
       CLOSE REPORT-FILE
       DISPLAY '外部名单导入文件校验不过，整批拒收:' WS-FV-RESP-MSG
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CALL-BATRUNCTL
       STOP RUN
    END-IF

    CLOSE IMPORT-FILE
    CLOSE REPORT-FILE

    *> 批量运行控制：登记结束与文件数据记录数
    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-FV-REC-COUNT TO WS-RC-RECORDS
    PERFORM CALL-BATRUNCTL

    DISPLAY '外部名单导入批处理完成'
    DISPLAY '新增:' WS-ADD-COUNT ' 更新:' WS-UPD-COUNT
            ' 失效:' WS-EXP-COUNT ' 不变:' WS-SAME-COUNT
            ' 待复核:' WS-PEND-COUNT ' 拒绝:' WS-REJ-COUNT
            ' 名称筛查开案:' WS-NM-CASE-COUNT.

    STOP RUN.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

CALL-BATRUNCTL.
    CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-RC-BIZ-DT,
                             WS-RC-MODE-CD, WS-RC-FORCE-FLG,
                             WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL.

*> 处理一条导入记录：按证件定位客户，与既有同来源名单记录
*> 比对后分别走MGMTNAMELIST01的新增/修改路径或原样保留
PROCESS-ONE-IMPORT-RECORD.
       MOVE IMP-DATA-SORC-CD TO WS-FILE-DATA-SORC-CD
    END-IF

    *> 0) 证件号码换令牌与掩码号
    MOVE IMP-CRTF-NO TO WS-IMP-CRTF-KEY
    CALL 'CRTFTOKEN01' USING WS-LOOKUP-MODE-CD, IMP-CRTF-NO,
                             WS-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE = '000000' AND WS-CRTF-TOKEN NOT = SPACES
       MOVE WS-CRTF-TOKEN TO WS-IMP-CRTF-KEY
    END-IF
    CALL 'CRTFTOKEN01' USING WS-MASK-MODE-CD, IMP-CRTF-NO,
                             WS-CRTF-TOKEN, WS-IMP-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL

    *> 1) 按证件定位在网客户
    MOVE 0 TO WS-CUST-COUNT
    MOVE SPACES TO WS-CUST-NO
          INTO :WS-CUST-COUNT, :WS-CUST-NO
          FROM CUSTOMER_BASIC_INFO
         WHERE CRTF_TYP_CD = :IMP-CRTF-TYP-CD
           AND CRTF_NO = :WS-IMP-CRTF-KEY
           AND VALID_FLG = '1'
    END-EXEC.

       MOVE 'F20098' TO WS-MGMT-RESP-CODE
       PERFORM WRITE-REJECT-QUEUE-ROW
       PERFORM WRITE-DETAIL-RECORD
       *> 证件不在网但名单载有名称的，仍按名称筛查在网客户
       IF IMP-CTRL-FLG = '1' AND IMP-LIST-NM NOT = SPACES
          MOVE SPACES TO WS-CUST-NO
          PERFORM SCREEN-LISTED-NAMES
       END-IF
       EXIT PARAGRAPH
    END-IF

       PERFORM WRITE-REJECT-QUEUE-ROW
    END-IF

    PERFORM WRITE-DETAIL-RECORD

    *> 管控名单新增或变更生效的，按名称筛查其他在网客户
    IF IMP-CTRL-FLG = '1'
       AND (WS-RESULT-TXT = 'ADDED' OR WS-RESULT-TXT = 'UPDATED')
       PERFORM SCREEN-LISTED-NAMES
    END-IF.

*> 名称筛查：名单所载名称、在列客户的现名及其有效曾用名/别名，与
*> 其他在网客户的现名或有效曾用名/别名去空格不分大小写相等即命中，
*> 命中客户逐一开筛查案件(挂在命中客户名下，来源本作业、原因
*> NMHT)。WS-CUST-NO为在列客户(证件不在网时为空)
SCREEN-LISTED-NAMES.
    EXEC SQL
        DECLARE NL-NAME-HIT-CUR CURSOR FOR
        SELECT B.TENANT_NO, B.CUST_NO
          FROM CUSTOMER_BASIC_INFO B
         WHERE B.VALID_FLG = '1'
           AND B.CUST_NO <> :WS-CUST-NO
           AND ((:IMP-LIST-NM <> ' '
                 AND UPPER(TRIM(B.CUST_NM)) = UPPER(TRIM(:IMP-LIST-NM)))
                OR UPPER(TRIM(B.CUST_NM)) IN (
                   SELECT UPPER(TRIM(L.CUST_NM))
                     FROM CUSTOMER_BASIC_INFO L
                    WHERE L.CUST_NO = :WS-CUST-NO
                   UNION
                   SELECT UPPER(TRIM(LA.ALIAS_NM))
                     FROM CUST_NAME_ALIAS LA
                    WHERE LA.CUST_NO = :WS-CUST-NO
                      AND LA.VALID_FLG = '1')
                OR EXISTS (
                   SELECT 1 FROM CUST_NAME_ALIAS A
                    WHERE A.CUST_NO = B.CUST_NO
                      AND A.VALID_FLG = '1'
                      AND ((:IMP-LIST-NM <> ' '
                            AND UPPER(TRIM(A.ALIAS_NM)) =
                                UPPER(TRIM(:IMP-LIST-NM)))
                           OR UPPER(TRIM(A.ALIAS_NM)) IN (
                              SELECT UPPER(TRIM(L2.CUST_NM))
                                FROM CUSTOMER_BASIC_INFO L2
                               WHERE L2.CUST_NO = :WS-CUST-NO
                              UNION
                              SELECT UPPER(TRIM(LA2.ALIAS_NM))
                                FROM CUST_NAME_ALIAS LA2
                               WHERE LA2.CUST_NO = :WS-CUST-NO
                                 AND LA2.VALID_FLG = '1'))))
         ORDER BY B.CUST_NO
    END-EXEC.

    EXEC SQL OPEN NL-NAME-HIT-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '名称筛查游标打开失败 证件:' WS-IMP-CRTF-MASK
       EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-NM-HIT-COUNT
    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH NL-NAME-HIT-CUR
            INTO :WS-NM-TENANT-NO, :WS-NM-CUST-NO
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          IF WS-NM-HIT-COUNT < WS-NM-HIT-LIMIT
             ADD 1 TO WS-NM-HIT-COUNT
             PERFORM OPEN-NAME-HIT-CASE
          ELSE
             MOVE SPACES TO REPORT-RECORD
             STRING WS-IMP-CRTF-MASK DELIMITED BY SIZE
                    ' NAME HITS TRUNCATED AT ' DELIMITED BY SIZE
                    WS-NM-HIT-LIMIT DELIMITED BY SIZE
               INTO REPORT-RECORD
             END-STRING
             WRITE REPORT-RECORD
             MOVE 100 TO WS-FETCH-SQLCODE
          END-IF
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE NL-NAME-HIT-CUR END-EXEC.

*> 命中客户开筛查案件并写一行报告(开案失败在报告中标CASE-FAIL)
OPEN-NAME-HIT-CASE.
    MOVE SPACES TO WS-SC-RESP-SEQ-NO
    MOVE 0 TO WS-SC-RESP-COUNT
    CALL 'MGMTSCRNCASE01' USING WS-NM-TENANT-NO, WS-NM-CUST-NO,
                                WS-SC-SRC-PROGRAM, WS-SC-SRC-RSN-CD,
                                WS-SC-CASE-SEQ-NO, WS-SC-CONCL-COMNT,
                                WS-SC-OPER-TYP-CD, WS-SC-OPER-TELR-NO,
                                WS-SC-RESP-CODE, WS-SC-RESP-MSG,
                                WS-SC-RESP-SEQ-NO, WS-SC-RESP-COUNT,
                                WS-SC-RESP-TABLE
    END-CALL
    IF WS-SC-RESP-CODE = '000000'
       ADD 1 TO WS-NM-CASE-COUNT
    ELSE
       DISPLAY '名称筛查案件开案失败 客户号:' WS-NM-CUST-NO
       MOVE 'CASE-FAIL' TO WS-SC-RESP-SEQ-NO
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING WS-IMP-CRTF-MASK DELIMITED BY SIZE
           ' NAME HIT ' DELIMITED BY SIZE
           WS-NM-CUST-NO DELIMITED BY SIZE
           ' CASE ' DELIMITED BY SIZE
           WS-SC-RESP-SEQ-NO DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 被拒记录结构化入队：原始记录全文+原因码，供MGMTREJECT01
*> 修补放行、REJRESUB01重提
WRITE-REJECT-QUEUE-ROW.
    PERFORM ALLOC-REJ-SEQ-NO
    IF WS-REJ-DUP-COUNT NOT = 0
       DISPLAY '拒绝队列流水号分配失败 证件:' WS-IMP-CRTF-MASK
       EXIT PARAGRAPH
    END-IF

    END-EXEC

    IF SQLCODE NOT = 0
       DISPLAY '拒绝队列写入失败 证件:' WS-IMP-CRTF-MASK
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
*> 写出一条导入明细(证件/名单类型/结果/原因)
WRITE-DETAIL-RECORD.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-IMP-CRTF-MASK DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           IMP-NM-SNGL-TYP-CD DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-PEND-COUNT DELIMITED BY SIZE
           ' REJECTED:'  DELIMITED BY SIZE
           WS-REJ-COUNT  DELIMITED BY SIZE
           ' NAME-CASES:' DELIMITED BY SIZE
           WS-NM-CASE-COUNT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.
