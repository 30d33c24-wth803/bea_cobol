01  WS-BLK-NEXT-SEQ         PIC 9(08) VALUE 0.
01  WS-BLK-END-SEQ          PIC 9(08) VALUE 0.
01  WS-PRE-CUST-NO          PIC X(10).
*> 批量开户不受理PEP申报(PEP开户须逐笔经高管复核)，恒传空白
01  WS-PEP-CATG-CD          PIC X(02) VALUE SPACES.
01  WS-PEP-PSTN-DESC        PIC X(60) VALUE SPACES.
01  WS-NATION-CD            PIC X(03) VALUE SPACES.

*> 证件号码掩码工作区(CRTFTOKEN01)：处理报告与作业日志只出掩码号
01  WS-MASK-MODE-CD         PIC X(01) VALUE 'M'.
01  WS-MASK-CRTF-NO         PIC X(20).
01  WS-MASK-CRTF-TOKEN      PIC X(20).
01  WS-MASK-CRTF-MASK       PIC X(20).
01  WS-MASK-RESP-CODE       PIC X(06).
01  WS-MASK-RESP-MSG        PIC X(50).

*> 批量运行控制(BATRUNCTL01)工作区：同作业同日重复起跑保护与
*> 入站文件闸门(依赖的文件未到达正常即拒绝起跑)，命令行参数含
*> FORCE时强制起跑
01  WS-RUN-PARM            PIC X(20).
01  WS-RC-JOB-NM           PIC X(20) VALUE 'CRTPERCBAT01'.
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
       DISPLAY '批量开户文件校验不过，整批拒收:' WS-FV-RESP-MSG
       MOVE 'F' TO WS-RC-MODE-CD
       MOVE 0 TO WS-RC-RECORDS
       PERFORM CALL-BATRUNCTL
       STOP RUN
    END-IF

    CLOSE EXTRACT-FILE
    CLOSE REPORT-FILE

    *> 批量运行控制：登记结束与文件数据记录数
    MOVE 'C' TO WS-RC-MODE-CD
    MOVE WS-FV-REC-COUNT TO WS-RC-RECORDS
    PERFORM CALL-BATRUNCTL

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

*> 调用CRTPERC01的完整开立逻辑(客户号生成/身份证提取/两次INSERT均
*> 在CRTPERC01自身的事务范围内完成，一条记录一次独立的提交范围)，
*> 并将结果按创建成功/拒绝分类写入报告文件
                            EXT-ADDR, EXT-CAREER-TYP-CD,
                            EXT-BRANCH-NO, EXT-TAX-CNTRY-CD,
                            EXT-TIN, WS-PRE-CUST-NO,
                            WS-PEP-CATG-CD, WS-PEP-PSTN-DESC,
                            WS-NATION-CD,
                            WS-RESP-CODE, WS-RESP-MSG,
                            WS-RESP-CUST-NO, WS-RESP-TENANT-NO
    END-CALL
    MOVE EXT-CRTF-NO TO WS-MASK-CRTF-NO
    PERFORM MASK-CRTF-NO

    IF WS-RESP-CODE = '000000'
       ADD 1 TO WS-SUCCESS-COUNT
       PERFORM WRITE-REJECT-QUEUE-ROW
    END-IF

    STRING WS-MASK-CRTF-MASK  DELIMITED BY SIZE
           ' '                DELIMITED BY SIZE
           WS-RESP-CODE       DELIMITED BY SIZE
           ' '                DELIMITED BY SIZE
WRITE-REJECT-QUEUE-ROW.
    PERFORM ALLOC-REJ-SEQ-NO
    IF WS-REJ-DUP-COUNT NOT = 0
       DISPLAY '拒绝队列流水号分配失败 证件:' WS-MASK-CRTF-MASK
       EXIT PARAGRAPH
    END-IF

    END-EXEC

    IF SQLCODE NOT = 0
       DISPLAY '拒绝队列写入失败 证件:' WS-MASK-CRTF-MASK
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
    IF WS-GEN-RESP-CODE NOT = '000000'
       DISPLAY '未用号段退回结果:' WS-GEN-RESP-MSG
    END-IF.

*> 证件号码(明文或令牌)换掩码号；取不到掩码时整段以'*'遮蔽
MASK-CRTF-NO.
    CALL 'CRTFTOKEN01' USING WS-MASK-MODE-CD, WS-MASK-CRTF-NO,
                             WS-MASK-CRTF-TOKEN, WS-MASK-CRTF-MASK,
                             WS-MASK-RESP-CODE, WS-MASK-RESP-MSG
    END-CALL
    IF WS-MASK-RESP-CODE NOT = '000000'
       MOVE ALL '*' TO WS-MASK-CRTF-MASK
    END-IF.
