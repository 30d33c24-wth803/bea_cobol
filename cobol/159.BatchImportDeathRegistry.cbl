IDENTIFICATION DIVISION.
PROGRAM-ID. DECDIMP01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REGISTRY-FILE ASSIGN TO 'CIVIL.DEATH.REGISTRY'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INACTIVE-FILE ASSIGN TO WS-INA-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 民政数据交换月度死亡登记文件：一行一条死亡登记，带全行约定
*> 的头/尾记录(FILEVER01校验记录数与校验合计)
FD  REGISTRY-FILE.
01  REGISTRY-RECORD.
    05  DR-CRTF-NO          PIC X(20).     *> 居民身份证号码(15/18位)
    05  DR-REG-NM           PIC X(60).     *> 登记姓名
    05  DR-DECD-DT          PIC X(08).     *> 死亡日期(YYYYMMDD)
    05  DR-DECD-DOC-NO      PIC X(30).     *> 死亡登记文书编号

*> 命中在网客户清单(待柜员经MGMTDECD01确认)
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(150).

*> 命中已销户/已并档/已匿名化客户清单(单列，不办理)
FD  INACTIVE-FILE.
01  INACTIVE-RECORD         PIC X(150).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

01  WS-EOF-FLG              PIC X(01) VALUE 'N'.
01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-TOTAL-COUNT          PIC 9(7) VALUE 0.
01  WS-HIT-COUNT            PIC 9(7) VALUE 0.
01  WS-INACTIVE-COUNT       PIC 9(7) VALUE 0.
01  WS-REJECT-COUNT         PIC 9(7) VALUE 0.
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-INA-FILE-NAME        PIC X(60).
01  WS-RPT-LINE             PIC X(150).

*> 死亡登记匹配服务(DECDMATCH01)工作区
01  WS-MT-RESP-CODE         PIC X(06).
01  WS-MT-RESP-MSG          PIC X(50).
01  WS-MT-HIT-COUNT         PIC 9(05).
01  WS-MT-INACTIVE-COUNT    PIC 9(05).

*> 清单报告游标逐行工作区
01  WS-RPT-HIT-TYP-CD       PIC X(01).
01  WS-WL-SEQ-NO            PIC X(14).
01  WS-WL-TENANT-NO         PIC X(10).
01  WS-WL-CUST-NO           PIC X(20).
01  WS-WL-CRTF-NO           PIC X(20).
01  WS-WL-REG-NM            PIC X(60).
01  WS-WL-NM-MATCH-FLG      PIC X(01).
01  WS-WL-DECD-DT           PIC X(08).

*> 证件号码掩码工作区(CRTFTOKEN01)：清单报告与作业日志只出掩码号
01  WS-MASK-MODE-CD         PIC X(01) VALUE 'M'.
01  WS-MASK-CRTF-NO         PIC X(20).
01  WS-MASK-CRTF-TOKEN      PIC X(20).
01  WS-MASK-CRTF-MASK       PIC X(20).
01  WS-MASK-RESP-CODE       PIC X(06).
01  WS-MASK-RESP-MSG        PIC X(50).

*> 入站文件校验(FILEVER01)工作区：头/尾/校验合计核对不过即
*> 整批拒收
01  WS-FV-FILE-NAME         PIC X(44) VALUE 'CIVIL.DEATH.REGISTRY'.
01  WS-FV-INTERFACE-ID      PIC X(10) VALUE 'DECDREG'.
01  WS-FV-RESP-CODE         PIC X(06).
01  WS-FV-RESP-MSG          PIC X(50).
01  WS-FV-REC-COUNT         PIC 9(09).
01  WS-FV-BIZ-DT            PIC X(08).

*> 拒绝记录结构化落地(BATCH_REJECT_QUEUE)工作区(同CRTPERCBAT01)
01  WS-REJ-SEQ-NO           PIC X(14).
01  WS-REJ-SEQ-NO-NUM REDEFINES WS-REJ-SEQ-NO
                            PIC 9(14).
01  WS-REJ-DUP-COUNT        PIC 9(5).
01  WS-REJ-RETRY-COUNT      PIC 9(3).
01  WS-REJ-REC-TEXT         PIC X(512).
01  WS-CURRENT-DATE-TIME    PIC X(21).

*> 系统业务日期(BIZDATE01)工作区(系统级日期挂默认租户001名下)
01  WS-BD-TENANT-NO         PIC X(10) VALUE '001'.
01  WS-BD-MODE-CD           PIC X(01).
01  WS-BD-SET-DT            PIC X(08) VALUE SPACES.
01  WS-BD-RESP-CODE         PIC X(06).
01  WS-BD-RESP-MSG          PIC X(50).
01  WS-BD-BIZ-DT            PIC X(08).

*> 报表产出台账(RPTRUNREG01)工作区：两份清单各登记一行
01  WS-RR-JOB-NM            PIC X(20) VALUE 'DECDIMP01'.
01  WS-RR-REC-COUNT         PIC 9(09).
01  WS-RR-RESP-CODE         PIC X(06).
01  WS-RR-RESP-MSG          PIC X(50).

PROCEDURE DIVISION.
*> 民政死亡登记导入批：MGMTDECD01此前只有等家属到网点才知道
*> 客户已身故，往往隔了几个月，期间渠道照常交易。月度死亡登记
*> 文件经FILEVER01整体校验后逐条交DECDMATCH01按证件号码(含
*> 15/18位两种形态)匹配客户主档，命中在网客户落待确认清单由
*> 柜员经MGMTDECD01确认/驳回；命中已销户/已并档/已匿名化客户
*> 的单列一份清单，不再默默丢弃；格式不合格的记录入
*> BATCH_REJECT_QUEUE，修补放行后由REJRESUB01重提
MAIN-LOGIC.
    PERFORM READ-SYS-BIZ-DATE
    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'DECD.REGISTRY.REPORT.' DELIMITED BY SIZE
           WS-BD-BIZ-DT            DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING
    MOVE SPACES TO WS-INA-FILE-NAME
    STRING 'DECD.REGISTRY.INACTIVE.' DELIMITED BY SIZE
           WS-BD-BIZ-DT              DELIMITED BY SIZE
      INTO WS-INA-FILE-NAME
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
       DISPLAY '死亡登记文件校验不过，整批拒收:' WS-FV-RESP-MSG
       GOBACK
    END-IF

    OPEN INPUT REGISTRY-FILE

    PERFORM UNTIL WS-EOF-FLG = 'Y'
       READ REGISTRY-FILE
          AT END
             MOVE 'Y' TO WS-EOF-FLG
          NOT AT END
             *> 头/尾记录已在整体校验时核对过，逐行处理时跳过
             IF REGISTRY-RECORD(1:2) NOT = 'HD'
                AND REGISTRY-RECORD(1:2) NOT = 'TR'
                PERFORM PROCESS-ONE-RECORD
             END-IF
       END-READ
    END-PERFORM

    CLOSE REGISTRY-FILE

    *> 本次导入落清单的命中按类别分别出清单
    OPEN OUTPUT REPORT-FILE
    OPEN OUTPUT INACTIVE-FILE

    MOVE SPACES TO REPORT-RECORD
    STRING '死亡登记命中在网客户(待柜员确认) 业务日期:'
                        DELIMITED BY SIZE
           WS-BD-BIZ-DT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE SPACES TO INACTIVE-RECORD
    STRING '死亡登记命中已销户/已并档/已匿名化客户 业务日期:'
                        DELIMITED BY SIZE
           WS-BD-BIZ-DT DELIMITED BY SIZE
      INTO INACTIVE-RECORD
    END-STRING
    WRITE INACTIVE-RECORD

    MOVE '1' TO WS-RPT-HIT-TYP-CD
    PERFORM LIST-WORKLIST-HITS
    MOVE '2' TO WS-RPT-HIT-TYP-CD
    PERFORM LIST-WORKLIST-HITS

    MOVE SPACES TO REPORT-RECORD
    STRING '文件申报记录数:'  DELIMITED BY SIZE
           WS-FV-REC-COUNT    DELIMITED BY SIZE
           ' 处理:'           DELIMITED BY SIZE
           WS-TOTAL-COUNT     DELIMITED BY SIZE
           ' 命中在网:'       DELIMITED BY SIZE
           WS-HIT-COUNT       DELIMITED BY SIZE
           ' 命中非在网:'     DELIMITED BY SIZE
           WS-INACTIVE-COUNT  DELIMITED BY SIZE
           ' 拒绝:'           DELIMITED BY SIZE
           WS-REJECT-COUNT    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE
    CLOSE INACTIVE-FILE

    *> 报表产出登记(同DUPSCAN01)
    MOVE WS-HIT-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL
    MOVE WS-INACTIVE-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-BD-BIZ-DT,
                             WS-INA-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '死亡登记导入批完成，命中在网:' WS-HIT-COUNT
            ' 命中非在网:' WS-INACTIVE-COUNT
            ' 拒绝:' WS-REJECT-COUNT

    GOBACK.

READ-SYS-BIZ-DATE.
    MOVE 'G' TO WS-BD-MODE-CD
    CALL 'BIZDATE01' USING WS-BD-TENANT-NO, WS-BD-MODE-CD,
                           WS-BD-SET-DT, WS-BD-RESP-CODE,
                           WS-BD-RESP-MSG, WS-BD-BIZ-DT
    END-CALL.

*> 一条死亡登记交匹配服务；格式不合格或匹配失败的入拒绝队列
PROCESS-ONE-RECORD.
    ADD 1 TO WS-TOTAL-COUNT

    CALL 'DECDMATCH01' USING DR-CRTF-NO, DR-REG-NM, DR-DECD-DT,
                             DR-DECD-DOC-NO, WS-BD-BIZ-DT,
                             WS-MT-RESP-CODE, WS-MT-RESP-MSG,
                             WS-MT-HIT-COUNT, WS-MT-INACTIVE-COUNT
    END-CALL

    ADD WS-MT-HIT-COUNT TO WS-HIT-COUNT
    ADD WS-MT-INACTIVE-COUNT TO WS-INACTIVE-COUNT

    IF WS-MT-RESP-CODE NOT = '000000'
       ADD 1 TO WS-REJECT-COUNT
       PERFORM WRITE-REJECT-QUEUE-ROW
    END-IF.

*> 按类别列出本业务日期导入落清单的命中
LIST-WORKLIST-HITS.
    EXEC SQL
        DECLARE DECD-WL-CUR CURSOR FOR
        SELECT NOTICE_SEQ_NO, TENANT_NO, CUST_NO, CRTF_NO, REG_NM,
               NM_MATCH_FLG, DECD_DT
          FROM DECD_NOTICE_WORKLIST
         WHERE LOAD_DT = :WS-BD-BIZ-DT
           AND HIT_TYP_CD = :WS-RPT-HIT-TYP-CD
         ORDER BY TENANT_NO, CUST_NO
    END-EXEC.

    EXEC SQL OPEN DECD-WL-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '死亡登记清单游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DECD-WL-CUR
            INTO :WS-WL-SEQ-NO, :WS-WL-TENANT-NO, :WS-WL-CUST-NO,
                 :WS-WL-CRTF-NO, :WS-WL-REG-NM,
                 :WS-WL-NM-MATCH-FLG, :WS-WL-DECD-DT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          MOVE WS-WL-CRTF-NO TO WS-MASK-CRTF-NO
          PERFORM MASK-CRTF-NO
          MOVE SPACES TO WS-RPT-LINE
          STRING WS-WL-SEQ-NO       DELIMITED BY SIZE
                 ' '                DELIMITED BY SIZE
                 WS-WL-TENANT-NO    DELIMITED BY SIZE
                 ' '                DELIMITED BY SIZE
                 WS-WL-CUST-NO      DELIMITED BY SIZE
                 ' '                DELIMITED BY SIZE
                 WS-MASK-CRTF-MASK  DELIMITED BY SIZE
                 ' '                DELIMITED BY SIZE
                 WS-WL-REG-NM       DELIMITED BY SIZE
                 ' 姓名一致:'       DELIMITED BY SIZE
                 WS-WL-NM-MATCH-FLG DELIMITED BY SIZE
                 ' 死亡日期:'       DELIMITED BY SIZE
                 WS-WL-DECD-DT      DELIMITED BY SIZE
            INTO WS-RPT-LINE
          END-STRING
          IF WS-RPT-HIT-TYP-CD = '1'
             WRITE REPORT-RECORD FROM WS-RPT-LINE
          ELSE
             WRITE INACTIVE-RECORD FROM WS-RPT-LINE
          END-IF
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE DECD-WL-CUR END-EXEC.

*> 被拒记录结构化入队：原始记录全文+原因码，供MGMTREJECT01
*> 修补放行、REJRESUB01重提
WRITE-REJECT-QUEUE-ROW.
    MOVE DR-CRTF-NO TO WS-MASK-CRTF-NO
    PERFORM MASK-CRTF-NO
    PERFORM ALLOC-REJ-SEQ-NO
    IF WS-REJ-DUP-COUNT NOT = 0
       DISPLAY '拒绝队列流水号分配失败 证件:' WS-MASK-CRTF-MASK
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-REJ-REC-TEXT
    MOVE REGISTRY-RECORD TO WS-REJ-REC-TEXT
    EXEC SQL
        INSERT INTO BATCH_REJECT_QUEUE (
            REJ_SEQ_NO, SRC_JOB_NM, REJ_RSN_CD, REJ_RSN_MSG,
            REC_TEXT, STUS_CD, CRT_TM, UPD_TM
        ) VALUES (
            :WS-REJ-SEQ-NO, 'DECDIMP01', :WS-MT-RESP-CODE,
            :WS-MT-RESP-MSG, :WS-REJ-REC-TEXT, '0',
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC

    IF SQLCODE NOT = 0
       DISPLAY '拒绝队列写入失败 证件:' WS-MASK-CRTF-MASK
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

*> 证件号码(明文或令牌)换掩码号；取不到掩码时整段以'*'遮蔽
MASK-CRTF-NO.
    CALL 'CRTFTOKEN01' USING WS-MASK-MODE-CD, WS-MASK-CRTF-NO,
                             WS-MASK-CRTF-TOKEN, WS-MASK-CRTF-MASK,
                             WS-MASK-RESP-CODE, WS-MASK-RESP-MSG
    END-CALL
    IF WS-MASK-RESP-CODE NOT = '000000'
       MOVE ALL '*' TO WS-MASK-CRTF-MASK
    END-IF.
