IDENTIFICATION DIVISION.
PROGRAM-ID. IDVREQ01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REQUEST-FILE ASSIGN TO WS-REQ-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 公安联网核查送核文件：一行一个待核查客户(居民身份证号码+
*> 姓名)，带全行约定头/尾控制总数(FILEWRAP01)
FD  REQUEST-FILE.
01  REQUEST-RECORD.
    05  RQ-TENANT-NO           PIC X(10).     *> 租户编号
    05  RQ-CUST-NO             PIC X(20).     *> 客户编号
    05  RQ-CRTF-TYP-CD         PIC X(02).     *> 证件类型代码
    05  RQ-CRTF-NO             PIC X(20).     *> 证件号码
    05  RQ-CUST-NM             PIC X(60).     *> 客户姓名
    05  RQ-SEND-DT             PIC X(08).     *> 送核业务日期(YYYYMMDD)

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE                PIC S9(9) COMP-4.

01  WS-SEND-COUNT               PIC 9(7) VALUE 0.
01  WS-FAIL-COUNT               PIC 9(7) VALUE 0.
01  WS-REQ-FILE-NAME            PIC X(44).
01  WS-FETCH-SQLCODE            PIC S9(9) COMP-4.

*> 游标读出的一行数据
01  WS-TENANT-NO                PIC X(10).
01  WS-CUST-NO                  PIC X(20).
01  WS-CRTF-TYP-CD              PIC X(02).
01  WS-CRTF-NO                  PIC X(20).
01  WS-CUST-NM                  PIC X(60).

*> 出站文件头/尾拼装(FILEWRAP01)工作区
01  WS-FW-MODE-CD               PIC X(01).
01  WS-FW-INTERFACE-ID          PIC X(10) VALUE 'IDVREQ'.
01  WS-FW-FMT-VER               PIC X(02) VALUE '01'.
01  WS-FW-RECORD-TEXT           PIC X(512).
01  WS-FW-REC-COUNT             PIC 9(09).
01  WS-FW-CHECKSUM              PIC 9(18).
01  WS-FW-RESP-CODE             PIC X(06).
01  WS-FW-RESP-MSG              PIC X(50).
01  WS-FW-LINE                  PIC X(80).

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护，
*> 命令行参数含FORCE时强制重跑
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'IDVREQ01'.
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

*> 证件号码解密(DETOKEN01批处理调用)工作区：联网核查送核文件须带证件号码
*> 明文，本程序在PII_DETOKEN_BATCH_AUTH登记后方可解密
01  WS-DT-OPER-TELR-NO      PIC X(10) VALUE SPACES.
01  WS-DT-TENANT-NO         PIC X(10) VALUE SPACES.
01  WS-DT-CUST-NO           PIC X(20).
01  WS-DT-CALLER-PGM        PIC X(30) VALUE 'IDVREQ01'.
01  WS-DT-CRTF-TOKEN        PIC X(20).
01  WS-DT-CRTF-NO           PIC X(20).
01  WS-DT-FAIL-COUNT        PIC 9(7) VALUE 0.
01  WS-DT-RESP-CODE         PIC X(06).
01  WS-DT-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 开户联网核查送核批：CRTPERC01(含经其开户的CRTPERCBAT01与
*> ONBOARD01)只校验了身份证校验位与姓名/号码的形态，没人确认
*> 号码与姓名确属同一在世自然人。凡以居民身份证开户、联网核查
*> 状态为'0'待核查的在网客户(当日新开户及经MGMTIDV01重新送核
*> 的客户)逐户写入送核文件，写出后状态置'1'已送核查；核查结果
*> 由IDVRESP01回写
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

    MOVE SPACES TO WS-REQ-FILE-NAME
    STRING 'IDV.REQUEST.' DELIMITED BY SIZE
           WS-BD-BIZ-DT   DELIMITED BY SIZE
      INTO WS-REQ-FILE-NAME
    END-STRING

    OPEN OUTPUT REQUEST-FILE

    MOVE 'H' TO WS-FW-MODE-CD
    CALL 'FILEWRAP01' USING WS-FW-MODE-CD, WS-FW-INTERFACE-ID,
                            WS-BD-BIZ-DT, WS-FW-FMT-VER,
                            WS-FW-RECORD-TEXT, WS-FW-REC-COUNT,
                            WS-FW-CHECKSUM, WS-FW-RESP-CODE,
                            WS-FW-RESP-MSG, WS-FW-LINE
    END-CALL
    WRITE REQUEST-RECORD FROM WS-FW-LINE

    *> 待核查的在网居民身份证客户
    EXEC SQL
        DECLARE IDV-REQ-CUR CURSOR FOR
        SELECT TENANT_NO, CUST_NO, CRTF_TYP_CD, CRTF_NO, CUST_NM
          FROM CUSTOMER_BASIC_INFO
         WHERE IDV_STUS_CD = '0'
           AND CRTF_TYP_CD = '01'
           AND VALID_FLG = '1'
         ORDER BY TENANT_NO, CUST_NO
    END-EXEC.

    EXEC SQL OPEN IDV-REQ-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '联网核查送核游标打开失败'
       CLOSE REQUEST-FILE
       GOBACK
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH IDV-REQ-CUR
            INTO :WS-TENANT-NO, :WS-CUST-NO, :WS-CRTF-TYP-CD,
                 :WS-CRTF-NO, :WS-CUST-NM
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM WRITE-IDV-REQUEST
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE IDV-REQ-CUR END-EXEC.

    MOVE 'T' TO WS-FW-MODE-CD
    CALL 'FILEWRAP01' USING WS-FW-MODE-CD, WS-FW-INTERFACE-ID,
                            WS-BD-BIZ-DT, WS-FW-FMT-VER,
                            WS-FW-RECORD-TEXT, WS-FW-REC-COUNT,
                            WS-FW-CHECKSUM, WS-FW-RESP-CODE,
                            WS-FW-RESP-MSG, WS-FW-LINE
    END-CALL
    WRITE REQUEST-RECORD FROM WS-FW-LINE

    CLOSE REQUEST-FILE

    *> 批量运行控制：登记正常结束与处理记录数
    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-SEND-COUNT TO WS-RC-RECORDS
    CALL 'BATRUNCTL01' USING WS-RC-JOB-NM, WS-RC-BIZ-DT,
                             WS-RC-MODE-CD, WS-RC-FORCE-FLG,
                             WS-RC-RECORDS, WS-RC-CHKPT-KEY,
                             WS-RC-RESP-CODE, WS-RC-RESP-MSG,
                             WS-RC-RESTART-KEY
    END-CALL

    DISPLAY '开户联网核查送核批完成，送核:' WS-SEND-COUNT
            ' 失败:' WS-FAIL-COUNT

    GOBACK.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

*> 写出一条送核记录并把核查状态推进为'1'已送核查(逐户提交)；
*> 状态回写失败的客户不计入送核文件，下一批次照常重送
WRITE-IDV-REQUEST.
    MOVE WS-CUST-NO TO WS-DT-CUST-NO
    MOVE WS-CRTF-NO TO WS-DT-CRTF-TOKEN
    PERFORM DETOKEN-CRTF-NO
    MOVE WS-DT-CRTF-NO TO WS-CRTF-NO
    IF WS-CRTF-NO = SPACES
       ADD 1 TO WS-FAIL-COUNT
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE CUSTOMER_BASIC_INFO
           SET IDV_STUS_CD = '1',
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CUST_NO = :WS-CUST-NO
           AND TENANT_NO = :WS-TENANT-NO
           AND IDV_STUS_CD = '0'
    END-EXEC

    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY '核查状态回写失败 客户:' WS-CUST-NO
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC
    ADD 1 TO WS-SEND-COUNT

    MOVE SPACES TO REQUEST-RECORD
    MOVE WS-TENANT-NO         TO RQ-TENANT-NO
    MOVE WS-CUST-NO           TO RQ-CUST-NO
    MOVE WS-CRTF-TYP-CD       TO RQ-CRTF-TYP-CD
    MOVE WS-CRTF-NO           TO RQ-CRTF-NO
    MOVE WS-CUST-NM           TO RQ-CUST-NM
    MOVE WS-BD-BIZ-DT         TO RQ-SEND-DT
    WRITE REQUEST-RECORD

    MOVE 'A' TO WS-FW-MODE-CD
    MOVE SPACES TO WS-FW-RECORD-TEXT
    MOVE REQUEST-RECORD TO WS-FW-RECORD-TEXT
    CALL 'FILEWRAP01' USING WS-FW-MODE-CD, WS-FW-INTERFACE-ID,
                            WS-BD-BIZ-DT, WS-FW-FMT-VER,
                            WS-FW-RECORD-TEXT, WS-FW-REC-COUNT,
                            WS-FW-CHECKSUM, WS-FW-RESP-CODE,
                            WS-FW-RESP-MSG, WS-FW-LINE
    END-CALL.

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
