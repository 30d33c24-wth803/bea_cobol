IDENTIFICATION DIVISION.
PROGRAM-ID. DGPRFLIMP01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHANGE-FILE ASSIGN TO 'DIGITAL.PROFILE.CHG'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ACK-FILE ASSIGN TO WS-ACK-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 数字渠道资料变更申请文件：网银/手机银行客户经动态口令验证后
*> 提交的资料变更一行一笔，一笔最多四个字段，带全行约定的头/尾
*> 记录(FILEVER01校验记录数与校验合计)
FD  CHANGE-FILE.
01  CHANGE-RECORD.
    05  PC-TENANT-NO        PIC X(10).     *> 租户编号
    05  PC-CUST-NO          PIC X(20).     *> 客户编号
    05  PC-CHNL-CD          PIC X(02).     *> 01网上银行/02手机银行
    05  PC-EXT-REQ-NO       PIC X(20).     *> 渠道侧申请编号
    05  PC-OTP-REF-NO       PIC X(30).     *> 动态口令验证流水号
    05  PC-REQ-TM           PIC X(14).     *> 客户提交时间
    05  PC-ADDR-TYP-CD      PIC X(02).     *> 地址类型(空白按01住宅)
    05  PC-FLD-COUNT        PIC 9(01).     *> 变更字段个数(1-4)
    05  PC-FLD-ENTRY OCCURS 4.
        10  PC-FLD-CD       PIC X(02).     *> 01地址/02邮箱/03职业/
                                           *> 04手机号
        10  PC-NEW-VAL      PIC X(100).    *> 新值

*> 回执文件：逐笔逐字段回告渠道受理结果，经FILEWRAP01加全行约定
*> 的头/尾记录
FD  ACK-FILE.
01  ACK-RECORD              PIC X(512).

*> 资料变更导入结果报告
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(150).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-EOF-FLG              PIC X(01) VALUE 'N'.
01  WS-READ-COUNT           PIC 9(7) VALUE 0.
01  WS-APPLY-COUNT          PIC 9(7) VALUE 0.
01  WS-ROUTE-COUNT          PIC 9(7) VALUE 0.
01  WS-DUP-COUNT            PIC 9(7) VALUE 0.
01  WS-FAIL-COUNT           PIC 9(7) VALUE 0.
01  WS-CLOSE-COUNT          PIC 9(7) VALUE 0.
01  WS-ROW-COUNT            PIC S9(9) COMP-4.
01  WS-ACK-COUNT            PIC 9(9) VALUE 0.
01  WS-IDX                  PIC 9(02).
01  WS-FLD-COUNT            PIC 9(02).
01  WS-FLD-RSLT-CD          PIC X(01).

*> 受理子程序(DGPRFLAPPLY01)出参
01  WS-AP-RESP-CODE         PIC X(06).
01  WS-AP-RESP-MSG          PIC X(50).
01  WS-AP-APPLY-RSLT-CD     PIC X(01).
01  WS-AP-ROUTE-RSLT-CD     PIC X(01).

*> 入站文件校验(FILEVER01)工作区：头/尾/校验合计核对不过即
*> 整批拒收
01  WS-FV-FILE-NAME         PIC X(44) VALUE 'DIGITAL.PROFILE.CHG'.
01  WS-FV-INTERFACE-ID      PIC X(10) VALUE 'DGPRFLCHG'.
01  WS-FV-RESP-CODE         PIC X(06).
01  WS-FV-RESP-MSG          PIC X(50).
01  WS-FV-REC-COUNT         PIC 9(09).
01  WS-FV-BIZ-DT            PIC X(08).

*> 回执文件包装(FILEWRAP01)工作区：H头/A明细累计/T尾
01  WS-ACK-FILE-NAME        PIC X(60).
01  WS-FW-MODE-CD           PIC X(01).
01  WS-FW-INTERFACE-ID      PIC X(10) VALUE 'DGPRFLACK'.
01  WS-FW-FMT-VER           PIC X(02) VALUE '01'.
01  WS-FW-RECORD-TEXT       PIC X(512).
01  WS-FW-REC-COUNT         PIC 9(09).
01  WS-FW-CHECKSUM          PIC 9(18).
01  WS-FW-RESP-CODE         PIC X(06).
01  WS-FW-RESP-MSG          PIC X(50).
01  WS-FW-LINE              PIC X(80).

*> 拒绝记录结构化落地(BATCH_REJECT_QUEUE)工作区(同CRTPERCBAT01)：
*> 记录全文即文件记录原样，修补放行后由REJRESUB01经DGPRFLAPPLY01
*> 重新受理
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
01  WS-RC-JOB-NM           PIC X(20) VALUE 'DGPRFLIMP01'.
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
01  WS-RR-JOB-NM            PIC X(20) VALUE 'DGPRFLIMP01'.
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
*> 数字渠道资料变更导入批：网银/手机银行客户此前改地址、邮箱、
*> 职业只能打客服电话，由客服代录。本批接渠道每日申请文件，经
*> FILEVER01整体校验后逐笔交DGPRFLAPPLY01受理(与柜面同走
*> MGMT-PER-CUST-INFO/MGMTADDR01，手机号转网点核实不自动生效)；
*> 失败的进BATCH_REJECT_QUEUE待修补放行(REJRESUB01重提)，逐字段
*> 受理结果写回执文件交渠道。起跑时先关闭网点已按新号码办妥的
*> 手机号变更清单
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
    STRING 'DIGITAL.PROFILE.CHG.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT                  DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING
    MOVE SPACES TO WS-ACK-FILE-NAME
    STRING 'DIGITAL.PROFILE.CHG.ACK.' DELIMITED BY SIZE
           WS-BD-BIZ-DT               DELIMITED BY SIZE
      INTO WS-ACK-FILE-NAME
    END-STRING

    *> 0) 网点已按新号码办妥的手机号变更清单先结项(收件箱随之关闭)
    PERFORM CLOSE-DONE-MOBILE-CHG

    *> 1) 入站文件按全行头尾约定先整体校验，不过即整批拒收
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
       DISPLAY '资料变更申请文件校验不过，整批拒收:' WS-FV-RESP-MSG
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CLOSE-RUN-CONTROL
       GOBACK
    END-IF

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '数字渠道资料变更导入报告 业务日期:' DELIMITED BY SIZE
           WS-BD-BIZ-DT                         DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 回执文件头
    OPEN OUTPUT ACK-FILE
    MOVE 'H' TO WS-FW-MODE-CD
    PERFORM CALL-FILE-WRAP
    MOVE WS-FW-LINE TO ACK-RECORD
    WRITE ACK-RECORD

    *> 2) 逐笔受理
    MOVE 'N' TO WS-EOF-FLG
    OPEN INPUT CHANGE-FILE
    PERFORM UNTIL WS-EOF-FLG = 'Y'
       READ CHANGE-FILE
          AT END
             MOVE 'Y' TO WS-EOF-FLG
          NOT AT END
             *> 头/尾记录已在整体校验时核对过，逐行处理时跳过
             IF CHANGE-RECORD(1:2) NOT = 'HD'
                AND CHANGE-RECORD(1:2) NOT = 'TR'
                PERFORM LOAD-ONE-CHANGE
             END-IF
       END-READ
    END-PERFORM
    CLOSE CHANGE-FILE

    *> 回执文件尾
    MOVE 'T' TO WS-FW-MODE-CD
    PERFORM CALL-FILE-WRAP
    MOVE WS-FW-LINE TO ACK-RECORD
    WRITE ACK-RECORD
    CLOSE ACK-FILE

    MOVE SPACES TO REPORT-RECORD
    STRING '读入:'          DELIMITED BY SIZE
           WS-READ-COUNT    DELIMITED BY SIZE
           ' 生效:'         DELIMITED BY SIZE
           WS-APPLY-COUNT   DELIMITED BY SIZE
           ' 转网点:'       DELIMITED BY SIZE
           WS-ROUTE-COUNT   DELIMITED BY SIZE
           ' 重复:'         DELIMITED BY SIZE
           WS-DUP-COUNT     DELIMITED BY SIZE
           ' 失败:'         DELIMITED BY SIZE
           WS-FAIL-COUNT    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    MOVE SPACES TO REPORT-RECORD
    STRING '手机号变更已办妥结项:' DELIMITED BY SIZE
           WS-CLOSE-COUNT          DELIMITED BY SIZE
           ' 回执明细行:'          DELIMITED BY SIZE
           WS-ACK-COUNT            DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同EXRATEIMP01)；回执文件同一台账登记
    MOVE WS-FAIL-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL
    MOVE WS-ACK-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-ACK-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    *> 批量运行控制：登记正常结束与处理记录数
    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-READ-COUNT TO WS-RC-RECORDS
    PERFORM CLOSE-RUN-CONTROL

    DISPLAY '数字渠道资料变更导入批完成，生效:' WS-APPLY-COUNT
            ' 转网点:' WS-ROUTE-COUNT ' 失败:' WS-FAIL-COUNT

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

*> 网点核实后经柜面把手机号改成申请的新号码即算办妥：清单结项，
*> BRTASKBAT01下次刷新时收件箱任务随源头关闭
CLOSE-DONE-MOBILE-CHG.
    EXEC SQL
        UPDATE DGTL_MOBILE_CHG_WORKLIST W
           SET STATUS_CD = '1',
               UPD_TM = CURRENT_TIMESTAMP
         WHERE W.STATUS_CD = '0'
           AND EXISTS (SELECT 1 FROM CUSTOMER_BASIC_INFO B
                        WHERE B.TENANT_NO = W.TENANT_NO
                          AND B.CUST_NO = W.CUST_NO
                          AND B.MOBILE_NO = W.NEW_MOBILE_NO)
    END-EXEC

    IF SQLCODE = 0
       EXEC SQL
           GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT
       END-EXEC
       MOVE WS-ROW-COUNT TO WS-CLOSE-COUNT
       EXEC SQL COMMIT END-EXEC
    ELSE
       IF SQLCODE NOT = 100
          DISPLAY '手机号变更清单结项失败 SQLCODE:' SQLCODE
       END-IF
       EXEC SQL ROLLBACK END-EXEC
    END-IF.

*> 一笔申请：交DGPRFLAPPLY01受理，按结果计数、写报告行与逐字段
*> 回执；失败的(含手机号转办失败)原样进拒绝队列
LOAD-ONE-CHANGE.
    ADD 1 TO WS-READ-COUNT

    CALL 'DGPRFLAPPLY01' USING CHANGE-RECORD,
                               WS-AP-RESP-CODE, WS-AP-RESP-MSG,
                               WS-AP-APPLY-RSLT-CD,
                               WS-AP-ROUTE-RSLT-CD
    END-CALL

    EVALUATE TRUE
       WHEN WS-AP-RESP-CODE NOT = '000000'
          ADD 1 TO WS-FAIL-COUNT
          MOVE WS-AP-RESP-CODE TO WS-REJ-RSN-CD
          MOVE WS-AP-RESP-MSG TO WS-REJ-RSN-MSG
          PERFORM WRITE-REJECT-QUEUE-ROW
       WHEN WS-AP-APPLY-RSLT-CD = 'D' OR WS-AP-ROUTE-RSLT-CD = 'D'
          ADD 1 TO WS-DUP-COUNT
       WHEN OTHER
          IF WS-AP-APPLY-RSLT-CD = 'A'
             ADD 1 TO WS-APPLY-COUNT
          END-IF
          IF WS-AP-ROUTE-RSLT-CD = 'B'
             ADD 1 TO WS-ROUTE-COUNT
          END-IF
    END-EVALUATE

    PERFORM WRITE-CHANGE-LINE
    PERFORM WRITE-ACK-LINES.

WRITE-CHANGE-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING PC-TENANT-NO         DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           PC-CUST-NO           DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           PC-CHNL-CD           DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           PC-EXT-REQ-NO        DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-AP-APPLY-RSLT-CD  DELIMITED BY SIZE
           WS-AP-ROUTE-RSLT-CD  DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-AP-RESP-CODE      DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           WS-AP-RESP-MSG       DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 逐字段回执：A已生效/B已转网点核实/D重复申请/R拒绝(附原因)；
*> 字段个数不可用的整笔回一行，字段代码留空
WRITE-ACK-LINES.
    IF PC-FLD-COUNT IS NUMERIC AND PC-FLD-COUNT >= 1
       AND PC-FLD-COUNT <= 4
       MOVE PC-FLD-COUNT TO WS-FLD-COUNT
    ELSE
       MOVE 0 TO WS-FLD-COUNT
    END-IF

    IF WS-FLD-COUNT = 0
       MOVE 'R' TO WS-FLD-RSLT-CD
       MOVE 1 TO WS-IDX
       PERFORM WRITE-ONE-ACK-LINE
       EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-FLD-COUNT
       IF PC-FLD-CD(WS-IDX) = '04'
          MOVE WS-AP-ROUTE-RSLT-CD TO WS-FLD-RSLT-CD
       ELSE
          MOVE WS-AP-APPLY-RSLT-CD TO WS-FLD-RSLT-CD
       END-IF
       IF WS-FLD-RSLT-CD = SPACES
          MOVE 'R' TO WS-FLD-RSLT-CD
       END-IF
       PERFORM WRITE-ONE-ACK-LINE
    END-PERFORM.

WRITE-ONE-ACK-LINE.
    MOVE SPACES TO WS-FW-RECORD-TEXT
    STRING PC-TENANT-NO         DELIMITED BY SIZE
           PC-CUST-NO           DELIMITED BY SIZE
           PC-CHNL-CD           DELIMITED BY SIZE
           PC-EXT-REQ-NO        DELIMITED BY SIZE
           PC-FLD-CD(WS-IDX)    DELIMITED BY SIZE
           WS-FLD-RSLT-CD       DELIMITED BY SIZE
           WS-AP-RESP-CODE      DELIMITED BY SIZE
           WS-AP-RESP-MSG       DELIMITED BY SIZE
      INTO WS-FW-RECORD-TEXT
    END-STRING
    IF WS-FLD-COUNT = 0
       MOVE SPACES TO WS-FW-RECORD-TEXT(53:2)
    END-IF
    MOVE 'A' TO WS-FW-MODE-CD
    PERFORM CALL-FILE-WRAP
    MOVE WS-FW-RECORD-TEXT TO ACK-RECORD
    WRITE ACK-RECORD
    ADD 1 TO WS-ACK-COUNT.

CALL-FILE-WRAP.
    CALL 'FILEWRAP01' USING WS-FW-MODE-CD, WS-FW-INTERFACE-ID,
                            WS-BD-BIZ-DT, WS-FW-FMT-VER,
                            WS-FW-RECORD-TEXT, WS-FW-REC-COUNT,
                            WS-FW-CHECKSUM, WS-FW-RESP-CODE,
                            WS-FW-RESP-MSG, WS-FW-LINE
    END-CALL.

*> 失败申请结构化入队：记录全文即文件记录原样，供MGMTREJECT01
*> 修补放行、REJRESUB01重提
WRITE-REJECT-QUEUE-ROW.
    PERFORM ALLOC-REJ-SEQ-NO
    IF WS-REJ-DUP-COUNT NOT = 0
       DISPLAY '拒绝队列流水号分配失败 申请编号:' PC-EXT-REQ-NO
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-REJ-REC-TEXT
    MOVE CHANGE-RECORD TO WS-REJ-REC-TEXT
    EXEC SQL
        INSERT INTO BATCH_REJECT_QUEUE (
            REJ_SEQ_NO, SRC_JOB_NM, REJ_RSN_CD, REJ_RSN_MSG,
            REC_TEXT, STUS_CD, CRT_TM, UPD_TM
        ) VALUES (
            :WS-REJ-SEQ-NO, 'DGPRFLIMP01', :WS-REJ-RSN-CD,
            :WS-REJ-RSN-MSG, :WS-REJ-REC-TEXT, '0',
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC

    IF SQLCODE NOT = 0
       DISPLAY '拒绝队列写入失败 申请编号:' PC-EXT-REQ-NO
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
