01  WS-DEP-DONE-COUNT      PIC 9(5).
01  WS-DEP-BLOCK-FLG       PIC X(01).
01  WS-DEP-FETCH-SQLCODE   PIC S9(9) COMP-4.
*> 分区作业('作业名.Pnnn'，BATPART01)按基础作业名套依赖闸门
01  WS-DEP-JOB-NM          PIC X(20).
*> 入站文件闸门工作区：依赖作业登记在INBOUND_FILE_EXPECT里的文件
*> 须在同业务日期到达正常(FILEMON01判定'A')，否则拒绝起跑
01  WS-INF-MISS-COUNT      PIC 9(5).
01  WS-INF-MISS-FILE-ID    PIC X(12).

LINKAGE SECTION.
*> ========== 输入参数 ==========

    *> 作业依赖闸门：BATCH_JOB_DEPENDENCY登记的每个前置作业都
    *> 须在同业务日期的BATCH_RUN_CTRL中已正常完成('C')，否则
    *> 拒绝起跑；本作业依赖的入站文件也须已到达正常。强制标志
    *> 'Y'为受控例外(调度员确认后放行)，同时跳过依赖闸门与入站
    *> 文件闸门
    IF REQ-FORCE-FLG NOT = 'Y'
       PERFORM CHECK-JOB-DEPENDENCIES
       IF WS-DEP-BLOCK-FLG = 'Y'
          EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-FILE-ARRIVALS
       IF WS-DEP-BLOCK-FLG = 'Y'
          EXIT PARAGRAPH
       END-IF
    END-IF.

    EXEC SQL START TRANSACTION END-EXEC.
    MOVE '批量运行控制登记成功' TO WS-RESP-MSG.

*> 作业依赖闸门：逐个前置作业核对同业务日期的完成状态，任一
*> 未完成即置阻断标志并在响应信息中报出该前置作业名。分区作业
*> 与基础作业共用一套前置作业登记
CHECK-JOB-DEPENDENCIES.
    MOVE 'N' TO WS-DEP-BLOCK-FLG
    MOVE SPACES TO WS-DEP-JOB-NM
    UNSTRING REQ-JOB-NM DELIMITED BY '.P'
        INTO WS-DEP-JOB-NM
    END-UNSTRING
    EXEC SQL
        DECLARE JOB-DEP-CUR CURSOR FOR
        SELECT PRED_JOB_NM
          FROM BATCH_JOB_DEPENDENCY
         WHERE JOB_NM = :WS-DEP-JOB-NM
           AND VALID_FLG = '1'
    END-EXEC.

       END-STRING
    END-IF.

*> 入站文件闸门：本作业依赖的有效入站文件中，同业务日期没有
*> 到达正常('A')记录的(未到/晚到未到/空文件/校验不过/日期过期/
*> 重复)个数，有则阻断并报出其中一个文件编号——作业不再拿昨天
*> 留下的旧文件照跑
CHECK-FILE-ARRIVALS.
    MOVE 0 TO WS-INF-MISS-COUNT
    MOVE SPACES TO WS-INF-MISS-FILE-ID
    EXEC SQL
        SELECT COUNT(*), COALESCE(MIN(E.FILE_ID), ' ')
          INTO :WS-INF-MISS-COUNT, :WS-INF-MISS-FILE-ID
          FROM INBOUND_FILE_EXPECT E
         WHERE E.DEP_JOB_NM = :WS-DEP-JOB-NM
           AND E.VALID_FLG = '1'
           AND NOT EXISTS (
               SELECT 1
                 FROM INBOUND_FILE_ARRIVAL A
                WHERE A.TENANT_NO = E.TENANT_NO
                  AND A.FILE_ID = E.FILE_ID
                  AND A.BIZ_DT = :REQ-BIZ-DT
                  AND A.STUS_CD = 'A')
    END-EXEC.

    IF SQLCODE = 0 AND WS-INF-MISS-COUNT > 0
       MOVE 'Y' TO WS-DEP-BLOCK-FLG
       MOVE 'F20062' TO WS-RESP-CODE
       MOVE SPACES TO WS-RESP-MSG
       STRING '入站文件未到或异常:' DELIMITED BY SIZE
              WS-INF-MISS-FILE-ID DELIMITED BY SIZE
         INTO WS-RESP-MSG
       END-STRING
    END-IF.

*> 检查点：记录已处理记录数与最后提交键
CHECKPOINT-RUN-CONTROL.
    EXEC SQL
