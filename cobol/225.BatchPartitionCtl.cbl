IDENTIFICATION DIVISION.
PROGRAM-ID. BATPART01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).

*> 分区参数拆解工作区(运行参数21-40位)：方式1位+分区号3位+
*> 分区数3位+强制标志1位
01  WS-SPEC-MODE-CD        PIC X(01).
01  WS-SPEC-PART-NO-TXT    PIC X(03).
01  WS-SPEC-PART-CNT-TXT   PIC X(03).
01  WS-SPEC-FORCE-CD       PIC X(01).
01  WS-SPEC-PART-NO        PIC 9(03).
01  WS-SPEC-PART-CNT       PIC 9(03).

*> 分区作业名拼装(基础作业名+'.P'+三位分区号)
01  WS-PART-JOB-NM         PIC X(20).
01  WS-PART-NO-DSP         PIC 9(03).

*> 合并前核对：逐个分区回查运行控制
01  WS-CHK-PART-NO         PIC 9(03).
01  WS-CHK-STATUS-CD       PIC X(01).
01  WS-CHK-RECORDS         PIC 9(09).
01  WS-DONE-COUNT          PIC 9(03).
01  WS-FIRST-OPEN-PART     PIC 9(03).

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-MODE-CD            PIC X(01).     *> P=解析分区参数/
                                          *> V=合并前核对分区完成
01  REQ-JOB-NM             PIC X(20).     *> 基础作业名(程序名)
01  REQ-BIZ-DT             PIC X(08).     *> 业务日期(V时传入)
01  REQ-PART-SPEC          PIC X(20).     *> 运行参数21-40位分区参数

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-RUN-MODE-CD       PIC X(01).     *> 空=整表单跑/H=哈希分桶/
                                          *> R=客户号区间/M=合并
01  RESP-PART-NO           PIC 9(03).     *> 本分区号(1起)
01  RESP-PART-CNT          PIC 9(03).     *> 分区总数
01  RESP-BUCKET-NO         PIC 9(03).     *> H时的桶号(分区号-1)
01  RESP-LOW-CUST-NO       PIC X(20).     *> R时的客户号下界(含)
01  RESP-HIGH-CUST-NO      PIC X(20).     *> R时的客户号上界(含)
01  RESP-PART-JOB-NM       PIC X(20).     *> 分区运行控制作业名
01  RESP-FORCE-FLG         PIC X(01).     *> 'Y'=强制重跑
01  RESP-RECORDS           PIC 9(09).     *> V时各分区处理记录数合计

PROCEDURE DIVISION
    USING REQ-MODE-CD, REQ-JOB-NM, REQ-BIZ-DT, REQ-PART-SPEC,
          RESP-CODE, RESP-MSG, RESP-RUN-MODE-CD, RESP-PART-NO,
          RESP-PART-CNT, RESP-BUCKET-NO, RESP-LOW-CUST-NO,
          RESP-HIGH-CUST-NO, RESP-PART-JOB-NM, RESP-FORCE-FLG,
          RESP-RECORDS.

*> 夜间长扫描分区并行共享子程序：DORMSCAN01/RECOMPTIER01/
*> DQPROFILE01/DUPSCAN01/REGCUSTEXT01按运行参数21-40位分区参数
*> 拆成多个实例并排跑，各自只扫自己那一份客户：
*>   H nnn NNN  按客户号末两位哈希分桶，第nnn桶(共NNN桶)
*>   R nnn NNN  按BATCH_PARTITION_RANGE登记的客户号区间，第nnn段
*>   M 000 NNN  合并：NNN个分区全部完成后合并出与单跑相同的报告
*> 第28位为'F'时强制重跑。每个分区以'作业名.Pnnn'在BATCH_RUN_CTRL
*> 单独登记起止——重跑时已完成的分区直接跳过，只补跑失败的分区；
*> 合并步以基础作业名登记，下游依赖与晨间控制报告照旧认基础作业
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE SPACES TO RESP-RUN-MODE-CD
    MOVE 0 TO RESP-PART-NO
    MOVE 0 TO RESP-PART-CNT
    MOVE 0 TO RESP-BUCKET-NO
    MOVE SPACES TO RESP-LOW-CUST-NO
    MOVE SPACES TO RESP-HIGH-CUST-NO
    MOVE REQ-JOB-NM TO RESP-PART-JOB-NM
    MOVE 'N' TO RESP-FORCE-FLG
    MOVE 0 TO RESP-RECORDS

    IF REQ-JOB-NM = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '作业名不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    EVALUATE REQ-MODE-CD
       WHEN 'P'
          PERFORM PARSE-PART-SPEC
       WHEN 'V'
          PERFORM PARSE-PART-SPEC
          IF WS-RESP-CODE = '000000'
             PERFORM VERIFY-PARTS-DONE
          END-IF
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
    END-EVALUATE.

EXIT-PROGRAM.
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 解析分区参数：空白为整表单跑(原有行为不变)；H/R须带合法的
*> 分区号与分区数；M只须分区数。R方式另取登记的客户号区间
PARSE-PART-SPEC.
    MOVE REQ-PART-SPEC(1:1) TO WS-SPEC-MODE-CD
    MOVE REQ-PART-SPEC(2:3) TO WS-SPEC-PART-NO-TXT
    MOVE REQ-PART-SPEC(5:3) TO WS-SPEC-PART-CNT-TXT
    MOVE REQ-PART-SPEC(8:1) TO WS-SPEC-FORCE-CD

    IF WS-SPEC-FORCE-CD = 'F'
       MOVE 'Y' TO RESP-FORCE-FLG
    END-IF

    IF WS-SPEC-MODE-CD = SPACES
       MOVE '000000' TO WS-RESP-CODE
       MOVE '整表单跑' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-SPEC-MODE-CD NOT = 'H' AND WS-SPEC-MODE-CD NOT = 'R'
       AND WS-SPEC-MODE-CD NOT = 'M'
       MOVE 'F20096' TO WS-RESP-CODE
       MOVE '分区方式只能为H/R/M' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-SPEC-PART-CNT-TXT IS NOT NUMERIC
       MOVE 'F20096' TO WS-RESP-CODE
       MOVE '分区数须为3位数字' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF
    MOVE WS-SPEC-PART-CNT-TXT TO WS-SPEC-PART-CNT
    IF WS-SPEC-PART-CNT < 2
       MOVE 'F20096' TO WS-RESP-CODE
       MOVE '分区数至少为2' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE WS-SPEC-MODE-CD TO RESP-RUN-MODE-CD
    MOVE WS-SPEC-PART-CNT TO RESP-PART-CNT

    IF WS-SPEC-MODE-CD = 'M'
       MOVE '000000' TO WS-RESP-CODE
       MOVE '分区合并' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-SPEC-PART-NO-TXT IS NOT NUMERIC
       MOVE 'F20096' TO WS-RESP-CODE
       MOVE '分区号须为3位数字' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF
    MOVE WS-SPEC-PART-NO-TXT TO WS-SPEC-PART-NO
    IF WS-SPEC-PART-NO < 1 OR WS-SPEC-PART-NO > WS-SPEC-PART-CNT
       MOVE 'F20096' TO WS-RESP-CODE
       MOVE '分区号超出分区数' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE WS-SPEC-PART-NO TO RESP-PART-NO
    COMPUTE RESP-BUCKET-NO = WS-SPEC-PART-NO - 1
    MOVE WS-SPEC-PART-NO TO WS-PART-NO-DSP
    PERFORM BUILD-PART-JOB-NM
    MOVE WS-PART-JOB-NM TO RESP-PART-JOB-NM

    IF WS-SPEC-MODE-CD = 'R'
       PERFORM READ-PART-RANGE
       IF WS-RESP-CODE NOT = '000000'
          EXIT PARAGRAPH
       END-IF
    END-IF

    MOVE '000000' TO WS-RESP-CODE
    MOVE '分区参数解析成功' TO WS-RESP-MSG.

*> 客户号区间：先取本作业的登记，未登记时取通用登记('*')——
*> 几个作业按同一套号段切分时只须登记一份
READ-PART-RANGE.
    EXEC SQL
        SELECT LOW_CUST_NO, HIGH_CUST_NO
          INTO :RESP-LOW-CUST-NO, :RESP-HIGH-CUST-NO
          FROM BATCH_PARTITION_RANGE
         WHERE JOB_NM = :REQ-JOB-NM
           AND PART_CNT = :WS-SPEC-PART-CNT
           AND PART_NO = :WS-SPEC-PART-NO
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE = 100
       EXEC SQL
           SELECT LOW_CUST_NO, HIGH_CUST_NO
             INTO :RESP-LOW-CUST-NO, :RESP-HIGH-CUST-NO
             FROM BATCH_PARTITION_RANGE
            WHERE JOB_NM = '*'
              AND PART_CNT = :WS-SPEC-PART-CNT
              AND PART_NO = :WS-SPEC-PART-NO
              AND VALID_FLG = '1'
       END-EXEC
    END-IF.

    IF SQLCODE = 100
       MOVE 'F20097' TO WS-RESP-CODE
       MOVE '分区客户号区间未登记' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    IF SQLCODE NOT = 0
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '分区客户号区间读取失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 合并前核对：1..N每个分区在同业务日期都须已正常完成('C')；
*> 任一未完成即拒绝合并并报出第一个未完成的分区号。各分区处理
*> 记录数合计回送，合并步据此登记基础作业的记录数
VERIFY-PARTS-DONE.
    MOVE 0 TO WS-DONE-COUNT
    MOVE 0 TO WS-FIRST-OPEN-PART
    PERFORM VARYING WS-CHK-PART-NO FROM 1 BY 1
      UNTIL WS-CHK-PART-NO > WS-SPEC-PART-CNT
       PERFORM CHECK-ONE-PART
    END-PERFORM

    IF WS-FIRST-OPEN-PART NOT = 0
       MOVE 'F20100' TO WS-RESP-CODE
       MOVE SPACES TO WS-RESP-MSG
       STRING '分区未全部完成，首个未完成分区:' DELIMITED BY SIZE
              WS-FIRST-OPEN-PART DELIMITED BY SIZE
         INTO WS-RESP-MSG
       END-STRING
       EXIT PARAGRAPH
    END-IF

    MOVE '000000' TO WS-RESP-CODE
    MOVE '分区全部完成' TO WS-RESP-MSG.

CHECK-ONE-PART.
    MOVE WS-CHK-PART-NO TO WS-PART-NO-DSP
    PERFORM BUILD-PART-JOB-NM
    MOVE SPACES TO WS-CHK-STATUS-CD
    MOVE 0 TO WS-CHK-RECORDS
    EXEC SQL
        SELECT STATUS_CD, RECORDS_PROCESSED
          INTO :WS-CHK-STATUS-CD, :WS-CHK-RECORDS
          FROM BATCH_RUN_CTRL
         WHERE JOB_NM = :WS-PART-JOB-NM
           AND BIZ_DT = :REQ-BIZ-DT
    END-EXEC.

    IF SQLCODE = 0 AND WS-CHK-STATUS-CD = 'C'
       ADD 1 TO WS-DONE-COUNT
       ADD WS-CHK-RECORDS TO RESP-RECORDS
    ELSE
       IF WS-FIRST-OPEN-PART = 0
          MOVE WS-CHK-PART-NO TO WS-FIRST-OPEN-PART
       END-IF
    END-IF.

BUILD-PART-JOB-NM.
    MOVE SPACES TO WS-PART-JOB-NM
    STRING FUNCTION TRIM(REQ-JOB-NM) DELIMITED BY SIZE
           '.P' DELIMITED BY SIZE
           WS-PART-NO-DSP DELIMITED BY SIZE
      INTO WS-PART-JOB-NM
    END-STRING.
