IDENTIFICATION DIVISION.
PROGRAM-ID. CORERECON01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CORE-FILE ASSIGN TO 'CORE.ACCT.MASTER'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> 核心存款系统夜间账户主档文件：一行一个主账号的当前状态，
*> 带全行约定的头/尾记录(FILEVER01校验记录数与校验合计)。持有人
*> 证件号码为明文，装载时即换成令牌(CRTFTOKEN01)，不落明文
FD  CORE-FILE.
01  CORE-RECORD.
    05  CORE-TENANT-NO      PIC X(10).     *> 租户编号
    05  CORE-MAIN-ACCT-NO   PIC X(20).     *> 主账号
    05  CORE-CRTF-TYP-CD    PIC X(02).     *> 持有人证件类型
    05  CORE-CRTF-NO        PIC X(20).     *> 持有人证件号码
    05  CORE-PRODT-NO       PIC X(10).     *> 产品编号
    05  CORE-ACCT-STUS-CD   PIC X(01).     *> 账户状态(1正常/0已销户)
    05  CORE-OPEN-DT        PIC X(08).     *> 开户日期(YYYYMMDD)
    05  CORE-CLS-DT         PIC X(08).     *> 销户日期(YYYYMMDD，未销
                                           *> 户为空白)

*> 三方差异报告：第一节核心有本系统无路由；第二节本系统有效路由
*> 在核心已销户或不存在；第三节两边都有但持有人或产品不一致
FD  REPORT-FILE.
01  REPORT-RECORD           PIC X(200).

WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE             PIC S9(9) COMP-4.

*> 命令行参数含REPAIR时进入修复模式(同ACCTRECON01)：核心确认
*> 已销户的主账号上的有效路由经MGMTCRT01的DEL路径逐条逻辑删除，
*> 变更历史照常进入CUST_ACCT_INFO_HIST。核心不存在的账户只报告
*> 不修复
01  WS-RUN-PARM             PIC X(20).
01  WS-REPAIR-MODE          PIC X(01) VALUE 'N'.

01  WS-EOF-FLG              PIC X(01) VALUE 'N'.
01  WS-FETCH-SQLCODE        PIC S9(9) COMP-4.
01  WS-ROW-COUNT            PIC S9(9) COMP-4.
01  WS-LOAD-COUNT           PIC 9(7) VALUE 0.
01  WS-LOAD-FAIL-COUNT      PIC 9(7) VALUE 0.
01  WS-NOT-HERE-COUNT       PIC 9(7) VALUE 0.
01  WS-CLOSED-COUNT         PIC 9(7) VALUE 0.
01  WS-ABSENT-COUNT         PIC 9(7) VALUE 0.
01  WS-MISMATCH-COUNT       PIC 9(7) VALUE 0.
01  WS-REPAIR-COUNT         PIC 9(7) VALUE 0.
01  WS-EXCP-COUNT           PIC 9(9) VALUE 0.

*> 入站文件校验(FILEVER01)工作区：头/尾/校验合计核对不过即
*> 整批拒收；头记录上的业务日期作本次装载日期
01  WS-FV-FILE-NAME         PIC X(44) VALUE 'CORE.ACCT.MASTER'.
01  WS-FV-INTERFACE-ID      PIC X(10) VALUE 'COREACCT'.
01  WS-FV-RESP-CODE         PIC X(06).
01  WS-FV-RESP-MSG          PIC X(50).
01  WS-FV-REC-COUNT         PIC 9(09).
01  WS-FV-BIZ-DT            PIC X(08).

*> 证件号码令牌化工作区(CRTFTOKEN01)：装载时取令牌(库内没有则
*> 建)，报告上只印掩码号
01  WS-TOKEN-MODE-CD        PIC X(01) VALUE 'T'.
01  WS-MASK-MODE-CD         PIC X(01) VALUE 'M'.
01  WS-CRTF-TOKEN           PIC X(20).
01  WS-CRTF-MASK            PIC X(20).
01  WS-TOKEN-RESP-CODE      PIC X(06).
01  WS-TOKEN-RESP-MSG       PIC X(50).

*> 差异游标读出的一行数据
01  WS-TENANT-NO            PIC X(10).
01  WS-CUST-NO              PIC X(20).
01  WS-AFS-PRODT-NO         PIC X(10).
01  WS-BASE-PRODT-NO        PIC X(10).
01  WS-MAIN-ACCT-NO         PIC X(20).
01  WS-RELA-SEQ-NO          PIC X(05).
01  WS-ROUTE-TYP-CD         PIC X(02).
01  WS-ROUTE-VAL            PIC X(20).
01  WS-CORE-CRTF-TYP-CD     PIC X(02).
01  WS-CORE-CRTF-NO         PIC X(20).
01  WS-CORE-PRODT-NO        PIC X(10).
01  WS-CORE-STUS-CD         PIC X(01).
01  WS-CORE-OPEN-DT         PIC X(08).
01  WS-CORE-CLS-DT          PIC X(08).
01  WS-DIFF-CD              PIC X(06).

*> 调用MGMTCRT01注销路由的入/出参(同ACCTRECON01)
*> MGMTCRT01的REQ-CUST-NO为X(10)(客户号实际宽度)，按引用传参
*> 须用同宽字段，不能直接递X(20)的取数工作区
01  WS-MGMT-CUST-NO        PIC X(10).
01  WS-MGMT-OPER-TYP-CD    PIC X(02) VALUE '03'.
01  WS-MGMT-OPER-TELR-NO   PIC X(10) VALUE 'SYSCORE'.
01  WS-MGMT-EFF-DT         PIC X(08) VALUE SPACES.
01  WS-MGMT-ROUTE-COUNT    PIC 9(03) VALUE 0.
*> WS-MGMT-ROUTE-ENTRY按MGMTCRT01的REQ-ROUTE-ENTRY逐字段对齐
*> (10+10+20+2+5+2+20=69字节)，本程序始终以条目数0调用(同
*> MGMTCRTBAT01的说明)
01  WS-MGMT-ROUTE-TABLE.
    05  WS-MGMT-ROUTE-ENTRY OCCURS 999
                            DEPENDING ON WS-MGMT-ROUTE-COUNT.
        10  FILLER         PIC X(10).
        10  FILLER         PIC X(10).
        10  FILLER         PIC X(20).
        10  FILLER         PIC X(02).
        10  FILLER         PIC X(05).
        10  FILLER         PIC X(02).
        10  FILLER         PIC X(20).
01  WS-MGMT-XTENANT-CHK-FLG PIC X(01) VALUE SPACES.
01  WS-MGMT-DUPACCT-CHK-FLG PIC X(01) VALUE SPACES.
01  WS-MGMT-RESP-CODE      PIC X(06).
01  WS-MGMT-RESP-MSG       PIC X(50).
01  WS-MGMT-RESP-COUNT     PIC 9(05).
01  WS-MGMT-RESP-FAIL-IDX  PIC 9(03).

*> 报表产出台账(RPTRUNREG01)工作区
01  WS-RPT-FILE-NAME        PIC X(60).
01  WS-RR-JOB-NM            PIC X(20) VALUE 'CORERECON01'.
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
*> 核心账户主档对账批：CUST_ACCT_INFO上的路由与核心存款系统各自
*> 维护，核心销户的账户这里仍是有效路由、核心新开的账户这里有时
*> 从未挂路由。ACCTRECON01只做本系统内部(路由对客户)的对账，本批
*> 每夜接核心账户主档，先整体校验后装入CORE_ACCT_MASTER_SNAP(每
*> 主账号一行当前状态，LOAD_DT记本次装载日期)，再与有效路由做
*> 三方比对出差异报告
MAIN-LOGIC.
    *> 本作业经联机维护程序落库：先登记为批处理作业，批处理维护
    *> 窗口期内照常执行(MAINTWIN01)
    MOVE 'B' TO WS-MAINTWIN-MODE-CD
    CALL 'MAINTWIN01' USING WS-MAINTWIN-MODE-CD, WS-MAINTWIN-TENANT-NO,
                            WS-MAINTWIN-PGM-ID, WS-MAINTWIN-TELR-NO,
                            WS-MAINTWIN-RESP-CODE, WS-MAINTWIN-RESP-MSG
    END-CALL

    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    IF WS-RUN-PARM(1:6) = 'REPAIR'
       MOVE 'Y' TO WS-REPAIR-MODE
    END-IF

    *> 0) 入站文件按全行头尾约定先整体校验，不过即整批拒收
    CALL 'FILEVER01' USING WS-FV-FILE-NAME, WS-FV-INTERFACE-ID,
                           WS-FV-RESP-CODE, WS-FV-RESP-MSG,
                           WS-FV-REC-COUNT, WS-FV-BIZ-DT
    END-CALL

    MOVE SPACES TO WS-RPT-FILE-NAME
    STRING 'CORE.ACCT.RECON.REPORT.' DELIMITED BY SIZE
           WS-FV-BIZ-DT              DELIMITED BY SIZE
      INTO WS-RPT-FILE-NAME
    END-STRING

    IF WS-FV-RESP-CODE NOT = '000000'
       OPEN OUTPUT REPORT-FILE
       MOVE SPACES TO REPORT-RECORD
       STRING 'FILE REJECTED: ' DELIMITED BY SIZE
              WS-FV-RESP-MSG    DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       WRITE REPORT-RECORD
       CLOSE REPORT-FILE
       DISPLAY '核心账户主档文件校验不过，整批拒收:' WS-FV-RESP-MSG
       GOBACK
    END-IF

    *> 1) 装载核心账户主档快照
    PERFORM LOAD-CORE-FILE

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING '核心账户主档对账报告 装载日期:' DELIMITED BY SIZE
           WS-FV-BIZ-DT                     DELIMITED BY SIZE
           ' 修复模式:'                     DELIMITED BY SIZE
           WS-REPAIR-MODE                   DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    *> 2) 三方比对
    MOVE 'SECTION 1: IN CORE, NO ROUTE HERE' TO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM FIND-CORE-NOT-HERE

    MOVE 'SECTION 2: ROUTE HERE, CLOSED OR ABSENT IN CORE'
      TO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM FIND-HERE-NOT-CORE

    MOVE 'SECTION 3: OWNER OR PRODUCT MISMATCH' TO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM FIND-OWNER-PRODT-MISMATCH

    MOVE SPACES TO REPORT-RECORD
    STRING '文件申报记录数:' DELIMITED BY SIZE
           WS-FV-REC-COUNT   DELIMITED BY SIZE
           ' 装载:'          DELIMITED BY SIZE
           WS-LOAD-COUNT     DELIMITED BY SIZE
           ' 装载失败:'      DELIMITED BY SIZE
           WS-LOAD-FAIL-COUNT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    MOVE SPACES TO REPORT-RECORD
    STRING '核心有本系统无:'  DELIMITED BY SIZE
           WS-NOT-HERE-COUNT  DELIMITED BY SIZE
           ' 核心已销户:'     DELIMITED BY SIZE
           WS-CLOSED-COUNT    DELIMITED BY SIZE
           ' 核心无此账户:'   DELIMITED BY SIZE
           WS-ABSENT-COUNT    DELIMITED BY SIZE
           ' 持有人/产品不符:' DELIMITED BY SIZE
           WS-MISMATCH-COUNT  DELIMITED BY SIZE
           ' 已修复:'         DELIMITED BY SIZE
           WS-REPAIR-COUNT    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    CLOSE REPORT-FILE

    *> 报表产出登记(同PEPRECFM01)
    COMPUTE WS-EXCP-COUNT = WS-NOT-HERE-COUNT + WS-CLOSED-COUNT
                          + WS-ABSENT-COUNT + WS-MISMATCH-COUNT
    MOVE WS-EXCP-COUNT TO WS-RR-REC-COUNT
    CALL 'RPTRUNREG01' USING WS-RR-JOB-NM, WS-FV-BIZ-DT,
                             WS-RPT-FILE-NAME, WS-RR-REC-COUNT,
                             WS-RR-RESP-CODE, WS-RR-RESP-MSG
    END-CALL

    DISPLAY '核心账户主档对账批完成，差异笔数:' WS-EXCP-COUNT
            ' 修复数:' WS-REPAIR-COUNT

    GOBACK.

*> 逐行装载核心账户主档：证件号码换令牌后按(租户, 主账号)有行
*> UPDATE无行INSERT(同BALSNAPLOAD01)，逐行提交
LOAD-CORE-FILE.
    MOVE 'N' TO WS-EOF-FLG
    OPEN INPUT CORE-FILE
    PERFORM UNTIL WS-EOF-FLG = 'Y'
       READ CORE-FILE
          AT END
             MOVE 'Y' TO WS-EOF-FLG
          NOT AT END
             *> 头/尾记录已在整体校验时核对过，逐行处理时跳过
             IF CORE-RECORD(1:2) NOT = 'HD'
                AND CORE-RECORD(1:2) NOT = 'TR'
                PERFORM LOAD-ONE-CORE-ACCT
             END-IF
       END-READ
    END-PERFORM
    CLOSE CORE-FILE.

LOAD-ONE-CORE-ACCT.
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, CORE-CRTF-NO,
                             WS-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE NOT = '000000'
       ADD 1 TO WS-LOAD-FAIL-COUNT
       DISPLAY '核心账户证件号码令牌化失败 主账号:' CORE-MAIN-ACCT-NO
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        UPDATE CORE_ACCT_MASTER_SNAP
           SET CRTF_TYP_CD = :CORE-CRTF-TYP-CD,
               CRTF_NO = :WS-CRTF-TOKEN,
               PRODT_NO = :CORE-PRODT-NO,
               ACCT_STUS_CD = :CORE-ACCT-STUS-CD,
               OPEN_DT = :CORE-OPEN-DT,
               CLS_DT = :CORE-CLS-DT,
               LOAD_DT = :WS-FV-BIZ-DT,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE TENANT_NO = :CORE-TENANT-NO
           AND MAIN_ACCT_NO = :CORE-MAIN-ACCT-NO
    END-EXEC

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       ADD 1 TO WS-LOAD-FAIL-COUNT
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        GET DIAGNOSTICS :WS-ROW-COUNT = ROW_COUNT
    END-EXEC

    IF WS-ROW-COUNT = 0
       EXEC SQL
           INSERT INTO CORE_ACCT_MASTER_SNAP (
               TENANT_NO, MAIN_ACCT_NO, CRTF_TYP_CD, CRTF_NO,
               PRODT_NO, ACCT_STUS_CD, OPEN_DT, CLS_DT, LOAD_DT,
               UPD_TM
           ) VALUES (
               :CORE-TENANT-NO, :CORE-MAIN-ACCT-NO,
               :CORE-CRTF-TYP-CD, :WS-CRTF-TOKEN, :CORE-PRODT-NO,
               :CORE-ACCT-STUS-CD, :CORE-OPEN-DT, :CORE-CLS-DT,
               :WS-FV-BIZ-DT, CURRENT_TIMESTAMP
           )
       END-EXEC
       IF SQLCODE NOT = 0
          ADD 1 TO WS-LOAD-FAIL-COUNT
          EXEC SQL ROLLBACK END-EXEC
          EXIT PARAGRAPH
       END-IF
    END-IF

    EXEC SQL COMMIT END-EXEC
    ADD 1 TO WS-LOAD-COUNT.

*> 第一节：本次文件中核心正常状态的账户，本系统同租户无任何有效
*> 路由挂这个主账号
FIND-CORE-NOT-HERE.
    EXEC SQL
        DECLARE CORE-NOT-HERE-CUR CURSOR FOR
        SELECT S.TENANT_NO, S.MAIN_ACCT_NO, S.CRTF_TYP_CD, S.CRTF_NO,
               S.PRODT_NO, S.OPEN_DT
          FROM CORE_ACCT_MASTER_SNAP S
         WHERE S.LOAD_DT = :WS-FV-BIZ-DT
           AND S.ACCT_STUS_CD = '1'
           AND NOT EXISTS (
               SELECT 1
                 FROM CUST_ACCT_INFO A
                WHERE A.TENANT_NO = S.TENANT_NO
                  AND A.MAIN_ACCT_NO = S.MAIN_ACCT_NO
                  AND A.VALID_FLG = '1'
           )
         ORDER BY S.TENANT_NO, S.MAIN_ACCT_NO
    END-EXEC.

    EXEC SQL OPEN CORE-NOT-HERE-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '核心有本系统无游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH CORE-NOT-HERE-CUR
            INTO :WS-TENANT-NO, :WS-MAIN-ACCT-NO,
                 :WS-CORE-CRTF-TYP-CD, :WS-CORE-CRTF-NO,
                 :WS-CORE-PRODT-NO, :WS-CORE-OPEN-DT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-NOT-HERE-COUNT
          PERFORM GET-CRTF-MASK
          MOVE SPACES TO REPORT-RECORD
          STRING WS-TENANT-NO        DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 WS-MAIN-ACCT-NO     DELIMITED BY SIZE
                 ' 证件:'            DELIMITED BY SIZE
                 WS-CORE-CRTF-TYP-CD DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 WS-CRTF-MASK        DELIMITED BY SIZE
                 ' 产品:'            DELIMITED BY SIZE
                 WS-CORE-PRODT-NO    DELIMITED BY SIZE
                 ' 开户:'            DELIMITED BY SIZE
                 WS-CORE-OPEN-DT     DELIMITED BY SIZE
                 ' NO-ROUTE'         DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       END-IF
    END-PERFORM.

    IF WS-FETCH-SQLCODE NOT = 100
       DISPLAY '核心有本系统无游标读取失败，报告可能不完整'
    END-IF.

    EXEC SQL CLOSE CORE-NOT-HERE-CUR END-EXEC.

*> 第二节：本系统有效路由所挂主账号在核心已销户(CLOSED)，或本次
*> 文件中没有(ABSENT，含快照里是旧装载日期的)。逐条路由列出
FIND-HERE-NOT-CORE.
    EXEC SQL
        DECLARE HERE-NOT-CORE-CUR CURSOR FOR
        SELECT A.TENANT_NO, A.CUST_NO, A.AFS_PRODT_NO,
               A.BASE_PRODT_NO, A.MAIN_ACCT_NO, A.RELA_SEQ_NO,
               A.ROUTE_TYP_CD, A.ROUTE_VAL,
               CASE WHEN S.MAIN_ACCT_NO IS NULL THEN 'ABSENT'
                    ELSE 'CLOSED' END,
               COALESCE(S.CLS_DT, ' ')
          FROM CUST_ACCT_INFO A
          LEFT JOIN CORE_ACCT_MASTER_SNAP S
            ON S.TENANT_NO = A.TENANT_NO
           AND S.MAIN_ACCT_NO = A.MAIN_ACCT_NO
           AND S.LOAD_DT = :WS-FV-BIZ-DT
         WHERE A.VALID_FLG = '1'
           AND A.MAIN_ACCT_NO <> ' '
           AND (S.MAIN_ACCT_NO IS NULL OR S.ACCT_STUS_CD = '0')
         ORDER BY A.TENANT_NO, A.MAIN_ACCT_NO, A.CUST_NO
    END-EXEC.

    EXEC SQL OPEN HERE-NOT-CORE-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '本系统有核心无游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH HERE-NOT-CORE-CUR
            INTO :WS-TENANT-NO, :WS-CUST-NO, :WS-AFS-PRODT-NO,
                 :WS-BASE-PRODT-NO, :WS-MAIN-ACCT-NO,
                 :WS-RELA-SEQ-NO, :WS-ROUTE-TYP-CD, :WS-ROUTE-VAL,
                 :WS-DIFF-CD, :WS-CORE-CLS-DT
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM PROCESS-ONE-HERE-NOT-CORE
       END-IF
    END-PERFORM.

    IF WS-FETCH-SQLCODE NOT = 100
       DISPLAY '本系统有核心无游标读取失败，报告可能不完整'
    END-IF.

    EXEC SQL CLOSE HERE-NOT-CORE-CUR END-EXEC.

PROCESS-ONE-HERE-NOT-CORE.
    IF WS-DIFF-CD = 'CLOSED'
       ADD 1 TO WS-CLOSED-COUNT
    ELSE
       ADD 1 TO WS-ABSENT-COUNT
    END-IF

    MOVE SPACES TO REPORT-RECORD
    STRING WS-TENANT-NO    DELIMITED BY SIZE
           ' '             DELIMITED BY SIZE
           WS-MAIN-ACCT-NO DELIMITED BY SIZE
           ' '             DELIMITED BY SIZE
           WS-CUST-NO      DELIMITED BY SIZE
           ' '             DELIMITED BY SIZE
           WS-ROUTE-TYP-CD DELIMITED BY SIZE
           ' '             DELIMITED BY SIZE
           WS-ROUTE-VAL    DELIMITED BY SIZE
           ' '             DELIMITED BY SIZE
           WS-DIFF-CD      DELIMITED BY SIZE
           ' '             DELIMITED BY SIZE
           WS-CORE-CLS-DT  DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    IF WS-REPAIR-MODE = 'Y' AND WS-DIFF-CD = 'CLOSED'
       PERFORM REPAIR-ONE-CLOSED-ROUTE
    END-IF.

*> 修复模式：核心确认已销户的账户，经MGMTCRT01的DEL路径逻辑删除
*> 路由，CUST_ACCT_INFO_HIST照常留痕(同ACCTRECON01)
REPAIR-ONE-CLOSED-ROUTE.
    MOVE WS-CUST-NO TO WS-MGMT-CUST-NO
    CALL 'MGMTCRT01' USING WS-TENANT-NO, WS-MGMT-CUST-NO,
                            WS-AFS-PRODT-NO, WS-BASE-PRODT-NO,
                            WS-MAIN-ACCT-NO, WS-MGMT-OPER-TYP-CD,
                            WS-RELA-SEQ-NO, WS-ROUTE-TYP-CD,
                            WS-ROUTE-VAL, WS-MGMT-OPER-TELR-NO,
                            WS-MGMT-EFF-DT,
                            WS-MGMT-ROUTE-COUNT, WS-MGMT-ROUTE-TABLE,
                            WS-MGMT-XTENANT-CHK-FLG,
                            WS-MGMT-DUPACCT-CHK-FLG,
                            WS-MGMT-RESP-CODE, WS-MGMT-RESP-MSG,
                            WS-MGMT-RESP-COUNT, WS-MGMT-RESP-FAIL-IDX
    END-CALL

    IF WS-MGMT-RESP-CODE = '000000'
       OR WS-MGMT-RESP-CODE(1:1) = 'W'
       ADD 1 TO WS-REPAIR-COUNT
       MOVE SPACES TO REPORT-RECORD
       STRING WS-TENANT-NO    DELIMITED BY SIZE
              ' '             DELIMITED BY SIZE
              WS-ROUTE-VAL    DELIMITED BY SIZE
              ' REPAIRED '    DELIMITED BY SIZE
              WS-MGMT-RESP-CODE DELIMITED BY SIZE
         INTO REPORT-RECORD
       END-STRING
       WRITE REPORT-RECORD
    ELSE
       DISPLAY '核心已销户路由修复失败 路由值:' WS-ROUTE-VAL
               ' 返回码:' WS-MGMT-RESP-CODE
    END-IF.

*> 第三节：两边都有且核心正常，但核心持有人证件与路由客户主档
*> 证件不一致(OWNER)，或核心产品号既非路由的可售产品也非基础
*> 产品(PRODT)
FIND-OWNER-PRODT-MISMATCH.
    EXEC SQL
        DECLARE CORE-MISMATCH-CUR CURSOR FOR
        SELECT A.TENANT_NO, A.MAIN_ACCT_NO, A.CUST_NO,
               A.AFS_PRODT_NO, S.CRTF_TYP_CD, S.CRTF_NO, S.PRODT_NO,
               CASE WHEN B.CUST_NO IS NULL
                      OR COALESCE(B.CRTF_TYP_CD, ' ') <> S.CRTF_TYP_CD
                      OR COALESCE(B.CRTF_NO, ' ') <> S.CRTF_NO
                    THEN 'OWNER'
                    ELSE 'PRODT' END
          FROM CUST_ACCT_INFO A
          JOIN CORE_ACCT_MASTER_SNAP S
            ON S.TENANT_NO = A.TENANT_NO
           AND S.MAIN_ACCT_NO = A.MAIN_ACCT_NO
           AND S.LOAD_DT = :WS-FV-BIZ-DT
           AND S.ACCT_STUS_CD = '1'
          LEFT JOIN CUSTOMER_BASIC_INFO B
            ON B.CUST_NO = A.CUST_NO
           AND B.TENANT_NO = A.TENANT_NO
         WHERE A.VALID_FLG = '1'
           AND (B.CUST_NO IS NULL
                OR COALESCE(B.CRTF_TYP_CD, ' ') <> S.CRTF_TYP_CD
                OR COALESCE(B.CRTF_NO, ' ') <> S.CRTF_NO
                OR (S.PRODT_NO <> A.AFS_PRODT_NO
                    AND S.PRODT_NO <> A.BASE_PRODT_NO))
         ORDER BY A.TENANT_NO, A.MAIN_ACCT_NO, A.CUST_NO
    END-EXEC.

    EXEC SQL OPEN CORE-MISMATCH-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '持有人/产品不符游标打开失败'
       EXIT PARAGRAPH
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH CORE-MISMATCH-CUR
            INTO :WS-TENANT-NO, :WS-MAIN-ACCT-NO, :WS-CUST-NO,
                 :WS-AFS-PRODT-NO, :WS-CORE-CRTF-TYP-CD,
                 :WS-CORE-CRTF-NO, :WS-CORE-PRODT-NO, :WS-DIFF-CD
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          ADD 1 TO WS-MISMATCH-COUNT
          PERFORM GET-CRTF-MASK
          MOVE SPACES TO REPORT-RECORD
          STRING WS-TENANT-NO        DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 WS-MAIN-ACCT-NO     DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 WS-CUST-NO          DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 WS-DIFF-CD          DELIMITED BY SIZE
                 ' 本系统产品:'      DELIMITED BY SIZE
                 WS-AFS-PRODT-NO     DELIMITED BY SIZE
                 ' 核心产品:'        DELIMITED BY SIZE
                 WS-CORE-PRODT-NO    DELIMITED BY SIZE
                 ' 核心证件:'        DELIMITED BY SIZE
                 WS-CORE-CRTF-TYP-CD DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 WS-CRTF-MASK        DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       END-IF
    END-PERFORM.

    IF WS-FETCH-SQLCODE NOT = 100
       DISPLAY '持有人/产品不符游标读取失败，报告可能不完整'
    END-IF.

    EXEC SQL CLOSE CORE-MISMATCH-CUR END-EXEC.

*> 核心证件令牌换掩码号供报告打印(报告不落明文)
GET-CRTF-MASK.
    MOVE SPACES TO WS-CRTF-MASK
    CALL 'CRTFTOKEN01' USING WS-MASK-MODE-CD, WS-CORE-CRTF-NO,
                             WS-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE NOT = '000000'
       MOVE '********************' TO WS-CRTF-MASK
    END-IF.
