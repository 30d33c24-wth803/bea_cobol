01  WS-FV-REC-COUNT         PIC 9(09).
01  WS-FV-BIZ-DT            PIC X(08).

*> 并出客户号转发(MRGFWD01)工作区：存款系统仍按并出客户号送来的
*> 行改记到存续客户号，逐笔写报告。同一文件内存续客户自己的行
*> 先装(第一遍)，转发行第二遍再并入存续客户当日快照，次序无关
01  WS-PASS-NO              PIC 9(01).
01  WS-FWD-FLG              PIC X(01).
01  WS-FWD-COUNT            PIC 9(7) VALUE 0.
01  WS-FWD-FOUND-COUNT      PIC 9(7) VALUE 0.
01  WS-FWD-ERR-COUNT        PIC 9(7) VALUE 0.
01  WS-FWD-ORIG-CUST-NO     PIC X(20).
01  WS-FWD-SURV-CUST-NO     PIC X(20).
01  WS-FWD-HOP-COUNT        PIC 9(02).
01  WS-FWD-RESP-CODE        PIC X(06).
01  WS-FWD-RESP-MSG         PIC X(50).
01  WS-FWD-BAL-DISP         PIC Z(12)9.99.
01  WS-SURV-SNAP-DT         PIC X(08).

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护与
*> 入站文件闸门(依赖的文件未到达正常即拒绝起跑)，命令行参数含
*> FORCE时强制起跑
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'BALSNAPLOAD01'.
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
*> 余额快照装载批：存款系统每夜送达的客户余额快照装入
*> CUST_BAL_SNAPSHOT(每客户一行当前快照，再次装载就地覆盖)，
*> 同时按快照日留一行到余额历史CUST_BAL_SNAP_HIST。
*> 等级重算(RECOMPTIER01)与睡眠判定(DORMSCAN01)由此第一次
*> 看见真实的钱——八位数存款的客户不再和空壳户归为一类
MAIN-LOGIC.
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
       GOBACK
    END-IF

    *> 0) 入站文件按全行头尾约定先整体校验，不过即整批拒收
    CALL 'FILEVER01' USING WS-FV-FILE-NAME, WS-FV-INTERFACE-ID,
                           WS-FV-RESP-CODE, WS-FV-RESP-MSG,
       WRITE REPORT-RECORD
       CLOSE REPORT-FILE
       DISPLAY '余额快照文件校验不过，整批拒收:' WS-FV-RESP-MSG
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CALL-BATRUNCTL
       GOBACK
    END-IF

    OPEN OUTPUT REPORT-FILE

    *> 第一遍：未并档客户的行照常装载，并出客户号的行只计数
    MOVE 1 TO WS-PASS-NO
    PERFORM READ-SNAP-FILE

    *> 第二遍：并出客户号的行改记到存续客户号并逐笔报告
    IF WS-FWD-FOUND-COUNT > 0
       MOVE 2 TO WS-PASS-NO
       PERFORM READ-SNAP-FILE
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING '文件申报记录数:' DELIMITED BY SIZE
    END-STRING
    WRITE REPORT-RECORD

    MOVE SPACES TO REPORT-RECORD
    STRING '并出客户号转发:' DELIMITED BY SIZE
           WS-FWD-COUNT      DELIMITED BY SIZE
           ' 转发解析失败(按原号装载):' DELIMITED BY SIZE
           WS-FWD-ERR-COUNT  DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 批量运行控制：登记结束与装载记录数
    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-LOAD-COUNT TO WS-RC-RECORDS
    PERFORM CALL-BATRUNCTL

    DISPLAY '余额快照装载批完成，装载:' WS-LOAD-COUNT
            ' 失败:' WS-FAIL-COUNT ' 转发:' WS-FWD-COUNT

    GOBACK.

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

*> 逐行读快照文件一遍(WS-PASS-NO指明第几遍)
READ-SNAP-FILE.
    MOVE 'N' TO WS-EOF-FLG
    OPEN INPUT SNAP-FILE
    PERFORM UNTIL WS-EOF-FLG = 'Y'
       READ SNAP-FILE
          AT END
             MOVE 'Y' TO WS-EOF-FLG
          NOT AT END
             *> 头/尾记录已在整体校验时核对过，逐行处理时跳过
             IF SNAP-RECORD(1:2) NOT = 'HD'
                AND SNAP-RECORD(1:2) NOT = 'TR'
                PERFORM RESOLVE-SNAP-CUST-NO
                IF WS-PASS-NO = 1 AND WS-FWD-FLG = 'N'
                   PERFORM LOAD-ONE-SNAPSHOT
                END-IF
                IF WS-PASS-NO = 2 AND WS-FWD-FLG = 'Y'
                   PERFORM LOAD-ONE-SNAPSHOT
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE SNAP-FILE.

*> 客户号经MRGFWD01解析：已并档则改记存续客户号(第二遍逐笔写
*> 报告)；解析失败(如并档链成环)按原号装载并报告
RESOLVE-SNAP-CUST-NO.
    MOVE 'N' TO WS-FWD-FLG
    MOVE SNAP-CUST-NO TO WS-FWD-ORIG-CUST-NO
    CALL 'MRGFWD01' USING SNAP-TENANT-NO, SNAP-CUST-NO,
                          WS-FWD-SURV-CUST-NO, WS-FWD-HOP-COUNT,
                          WS-FWD-RESP-CODE, WS-FWD-RESP-MSG
    END-CALL

    EVALUATE WS-FWD-RESP-CODE
       WHEN '000000'
          CONTINUE
       WHEN 'W20001'
          MOVE 'Y' TO WS-FWD-FLG
          IF WS-PASS-NO = 1
             ADD 1 TO WS-FWD-FOUND-COUNT
          ELSE
             MOVE WS-FWD-SURV-CUST-NO TO SNAP-CUST-NO
             ADD 1 TO WS-FWD-COUNT
             MOVE SNAP-BAL-AMT TO WS-FWD-BAL-DISP
             MOVE SPACES TO REPORT-RECORD
             STRING 'FORWARDED ' DELIMITED BY SIZE
                    SNAP-TENANT-NO DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-FWD-ORIG-CUST-NO DELIMITED BY SIZE
                    ' -> ' DELIMITED BY SIZE
                    WS-FWD-SURV-CUST-NO DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    SNAP-CURR-CD DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-FWD-BAL-DISP DELIMITED BY SIZE
               INTO REPORT-RECORD
             END-STRING
             WRITE REPORT-RECORD
          END-IF
       WHEN OTHER
          IF WS-PASS-NO = 1
             ADD 1 TO WS-FWD-ERR-COUNT
             MOVE SPACES TO REPORT-RECORD
             STRING 'FORWARD FAILED ' DELIMITED BY SIZE
                    SNAP-TENANT-NO DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    SNAP-CUST-NO DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-FWD-RESP-MSG DELIMITED BY SIZE
               INTO REPORT-RECORD
             END-STRING
             WRITE REPORT-RECORD
          END-IF
    END-EVALUATE.

*> 装载一行快照：每客户一行当前快照，有行UPDATE无行INSERT
*> (同CHNLUTILPOST01的POST-ONE-PERIOD方式)。转发行并入存续客户
*> 同一快照日的余额(第一遍已装存续客户自己的行，或本遍已并入
*> 另一并出客户)，存续客户快照尚非当日的则直接覆盖
LOAD-ONE-SNAPSHOT.
    MOVE SPACES TO WS-SURV-SNAP-DT
    IF WS-FWD-FLG = 'Y'
       EXEC SQL
           SELECT SNAP_DT
             INTO :WS-SURV-SNAP-DT
             FROM CUST_BAL_SNAPSHOT
            WHERE TENANT_NO = :SNAP-TENANT-NO
              AND CUST_NO = :SNAP-CUST-NO
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE SPACES TO WS-SURV-SNAP-DT
       END-IF
    END-IF

    IF WS-FWD-FLG = 'Y' AND WS-SURV-SNAP-DT = SNAP-DT
       EXEC SQL
           UPDATE CUST_BAL_SNAPSHOT
              SET BAL_AMT = BAL_AMT + :SNAP-BAL-AMT,
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :SNAP-TENANT-NO
              AND CUST_NO = :SNAP-CUST-NO
       END-EXEC
    ELSE
       EXEC SQL
           UPDATE CUST_BAL_SNAPSHOT
              SET BAL_AMT = :SNAP-BAL-AMT,
                  CURR_CD = :SNAP-CURR-CD,
                  SNAP_DT = :SNAP-DT,
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :SNAP-TENANT-NO
              AND CUST_NO = :SNAP-CUST-NO
       END-EXEC
    END-IF

    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       END-IF
    END-IF

    *> 余额历史：同一快照日一行(客户+快照日)，与当前快照同口径
    *> 覆盖或并入，供大额资金流出预警(BALOUTFLOW01)回看滚动均值
    IF WS-FWD-FLG = 'Y'
       EXEC SQL
           UPDATE CUST_BAL_SNAP_HIST
              SET BAL_AMT = BAL_AMT + :SNAP-BAL-AMT,
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :SNAP-TENANT-NO
              AND CUST_NO = :SNAP-CUST-NO
              AND SNAP_DT = :SNAP-DT
       END-EXEC
    ELSE
       EXEC SQL
           UPDATE CUST_BAL_SNAP_HIST
              SET BAL_AMT = :SNAP-BAL-AMT,
                  CURR_CD = :SNAP-CURR-CD,
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE TENANT_NO = :SNAP-TENANT-NO
              AND CUST_NO = :SNAP-CUST-NO
              AND SNAP_DT = :SNAP-DT
       END-EXEC
    END-IF

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       ADD 1 TO WS-FAIL-COUNT
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
           INSERT INTO CUST_BAL_SNAP_HIST (
               TENANT_NO, CUST_NO, SNAP_DT, CURR_CD, BAL_AMT,
               UPD_TM
           ) VALUES (
               :SNAP-TENANT-NO, :SNAP-CUST-NO, :SNAP-DT,
               :SNAP-CURR-CD, :SNAP-BAL-AMT, CURRENT_TIMESTAMP
           )
       END-EXEC
       IF SQLCODE NOT = 0
          ADD 1 TO WS-FAIL-COUNT
          EXEC SQL ROLLBACK END-EXEC
          EXIT PARAGRAPH
       END-IF
    END-IF

    EXEC SQL COMMIT END-EXEC
    ADD 1 TO WS-LOAD-COUNT.
