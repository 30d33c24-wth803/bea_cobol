IDENTIFICATION DIVISION.
PROGRAM-ID. DECDMATCH01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-FETCH-SQLCODE       PIC S9(9) COMP-4.
01  WS-CURRENT-DATE-TIME   PIC X(21).

*> 证件号码两种形态：来文号码原样+另一形态(15位升18位/18位
*> 降15位)，一并匹配客户主档
01  WS-CRTF-NO-1           PIC X(20).
01  WS-CRTF-NO-2           PIC X(20).

*> 证件号码令牌化工作区(CRTFTOKEN01)：两种形态各换令牌匹配主档
*> (只查不建，库内没有的沿用原值兼容旧数据)；清单行记来文号码
*> 的令牌
01  WS-TOKEN-MODE-CD       PIC X(01) VALUE 'T'.
01  WS-LOOKUP-MODE-CD      PIC X(01) VALUE 'L'.
01  WS-CRTF-TOKEN          PIC X(20) VALUE SPACES.
01  WS-CRTF-LOOKUP-TOKEN   PIC X(20).
01  WS-CRTF-MASK           PIC X(20).
01  WS-TOKEN-RESP-CODE     PIC X(06).
01  WS-TOKEN-RESP-MSG      PIC X(50).

*> 15位->18位升位工作区(规则同ID15UPG01/DERIVE-ID18)
01  WS-ID-CHECKSUM-WEIGHTS.
    05  FILLER             PIC X(34)
                            VALUE '0709100508040201060307091005080402'.
01  WS-ID-WEIGHT-TABLE REDEFINES WS-ID-CHECKSUM-WEIGHTS.
    05  WS-ID-WEIGHT        OCCURS 17 PIC 9(2).
01  WS-ID-CHECK-CODES.
    05  FILLER             PIC X(11) VALUE '10X98765432'.
01  WS-ID-CHECK-CODE-TABLE REDEFINES WS-ID-CHECK-CODES.
    05  WS-ID-CHECK-CODE    OCCURS 11 PIC X(01).
01  WS-ID-SUM              PIC 9(5).
01  WS-ID-REMAINDER        PIC 9(2).
01  WS-ID-IDX              PIC 9(2).
01  WS-ID-DIGIT            PIC 9(1).

*> 命中客户逐行工作区
01  WS-TENANT-NO           PIC X(10).
01  WS-CUST-NO             PIC X(20).
01  WS-CUST-NM             PIC X(60).
01  WS-VALID-FLG           PIC X(01).
01  WS-DECD-FLG            PIC X(01).
01  WS-MERGED-TO           PIC X(20).
01  WS-ANON-FLG            PIC X(01).
01  WS-HIT-TYP-CD          PIC X(01).
01  WS-NM-MATCH-FLG        PIC X(01).
01  WS-EXIST-COUNT         PIC 9(5).

*> 待确认清单流水号分配(时间戳起号+退路防撞，同MGMTESTATE01)
01  WS-NOTICE-SEQ-NO       PIC X(14).
01  WS-NOTICE-SEQ-NO-NUM REDEFINES WS-NOTICE-SEQ-NO
                           PIC 9(14).
01  WS-SEQ-DUP-COUNT       PIC 9(5).
01  WS-SEQ-RETRY-COUNT     PIC 9(3).

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CRTF-NO            PIC X(20).     *> 死亡登记证件号码(居民身份证)
01  REQ-REG-NM             PIC X(60).     *> 死亡登记姓名
01  REQ-DECD-DT            PIC X(08).     *> 死亡日期(YYYYMMDD)
01  REQ-DECD-DOC-NO        PIC X(30).     *> 死亡登记文书编号
01  REQ-LOAD-DT            PIC X(08).     *> 导入业务日期

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-HIT-COUNT         PIC 9(05).     *> 在网客户命中数(待柜员确认)
01  RESP-INACTIVE-COUNT    PIC 9(05).     *> 销户/并档/匿名化客户命中数

PROCEDURE DIVISION
    USING REQ-CRTF-NO, REQ-REG-NM, REQ-DECD-DT, REQ-DECD-DOC-NO,
          REQ-LOAD-DT, RESP-CODE, RESP-MSG, RESP-HIT-COUNT,
          RESP-INACTIVE-COUNT.

*> 民政死亡登记匹配服务：一条死亡登记按证件号码(含15/18位两种
*> 形态)匹配各租户客户主档，每个命中客户在DECD_NOTICE_WORKLIST
*> 落一行——在网客户为待确认('1'类，柜员经MGMTDECD01确认或驳回，
*> 不必从头录入)，已销户/已并档/已匿名化客户单列('2'类，只报告
*> 不办理)。已有死亡登记的客户与同文书已入清单的客户不重复
*> 落行。导入批DECDIMP01与拒绝记录重提REJRESUB01共用
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO RESP-HIT-COUNT
    MOVE 0 TO RESP-INACTIVE-COUNT

    *> 1) 参数基础校验
    IF REQ-CRTF-NO = SPACES OR REQ-DECD-DOC-NO = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '证件号码/死亡登记文书编号不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-DECD-DT IS NOT NUMERIC
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '死亡日期格式不正确' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 证件号码另一形态
    MOVE REQ-CRTF-NO TO WS-CRTF-NO-1
    MOVE REQ-CRTF-NO TO WS-CRTF-NO-2
    PERFORM DERIVE-ALT-CRTF-NO.

    *> 2.1) 两种形态换令牌，来文号码登记令牌供清单行使用
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, REQ-CRTF-NO,
                             WS-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE NOT = '000000'
       MOVE WS-TOKEN-RESP-CODE TO WS-RESP-CODE
       MOVE WS-TOKEN-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.
    MOVE WS-CRTF-TOKEN TO WS-CRTF-NO-1

    CALL 'CRTFTOKEN01' USING WS-LOOKUP-MODE-CD, WS-CRTF-NO-2,
                             WS-CRTF-LOOKUP-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE = '000000'
       AND WS-CRTF-LOOKUP-TOKEN NOT = SPACES
       MOVE WS-CRTF-LOOKUP-TOKEN TO WS-CRTF-NO-2
    END-IF.

    *> 3) 逐个命中客户落清单
    EXEC SQL
        DECLARE DECD-HIT-CUR CURSOR FOR
        SELECT TENANT_NO, CUST_NO, CUST_NM, VALID_FLG,
               COALESCE(DECD_FLG, '0'),
               COALESCE(MERGED_TO_CUST_NO, ' '),
               COALESCE(ANON_FLG, '0')
          FROM CUSTOMER_BASIC_INFO
         WHERE CRTF_TYP_CD = '01'
           AND (CRTF_NO = :WS-CRTF-NO-1 OR CRTF_NO = :WS-CRTF-NO-2)
         ORDER BY TENANT_NO, CUST_NO
    END-EXEC.

    EXEC SQL OPEN DECD-HIT-CUR END-EXEC.
    IF SQLCODE NOT = 0
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '死亡登记匹配失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE SQLCODE TO WS-FETCH-SQLCODE.
    PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
       EXEC SQL
           FETCH DECD-HIT-CUR
            INTO :WS-TENANT-NO, :WS-CUST-NO, :WS-CUST-NM,
                 :WS-VALID-FLG, :WS-DECD-FLG, :WS-MERGED-TO,
                 :WS-ANON-FLG
       END-EXEC
       MOVE SQLCODE TO WS-FETCH-SQLCODE

       IF WS-FETCH-SQLCODE = 0
          PERFORM RECORD-ONE-HIT
       END-IF
    END-PERFORM.

    EXEC SQL CLOSE DECD-HIT-CUR END-EXEC.

    IF WS-RESP-CODE NOT = 'E99999'
       GO TO EXIT-PROGRAM
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    IF RESP-HIT-COUNT = 0 AND RESP-INACTIVE-COUNT = 0
       MOVE '未匹配到需处理的客户' TO WS-RESP-MSG
    ELSE
       MOVE '死亡登记已入待确认清单' TO WS-RESP-MSG
    END-IF.

EXIT-PROGRAM.
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 一个命中客户：已有死亡登记的跳过；在网为'1'类待确认，
*> 销户/并档/匿名化为'2'类单列；同客户同文书已入清单的不重复
RECORD-ONE-HIT.
    IF WS-DECD-FLG = '1'
       EXIT PARAGRAPH
    END-IF

    IF WS-VALID-FLG NOT = '1' OR WS-MERGED-TO NOT = SPACES
       OR WS-ANON-FLG = '1'
       MOVE '2' TO WS-HIT-TYP-CD
    ELSE
       MOVE '1' TO WS-HIT-TYP-CD
    END-IF

    MOVE 0 TO WS-EXIST-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-EXIST-COUNT
          FROM DECD_NOTICE_WORKLIST
         WHERE TENANT_NO = :WS-TENANT-NO
           AND CUST_NO = :WS-CUST-NO
           AND DECD_DOC_NO = :REQ-DECD-DOC-NO
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '待确认清单查重失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    IF WS-EXIST-COUNT > 0
       EXIT PARAGRAPH
    END-IF

    *> 登记姓名与客户姓名是否一致，供柜员确认时参考
    IF FUNCTION TRIM(WS-CUST-NM) = FUNCTION TRIM(REQ-REG-NM)
       MOVE 'Y' TO WS-NM-MATCH-FLG
    ELSE
       MOVE 'N' TO WS-NM-MATCH-FLG
    END-IF

    PERFORM ALLOC-NOTICE-SEQ-NO
    IF WS-SEQ-DUP-COUNT NOT = 0
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '待确认清单流水号分配失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    EXEC SQL
        INSERT INTO DECD_NOTICE_WORKLIST (
            NOTICE_SEQ_NO, TENANT_NO, CUST_NO, CRTF_NO, REG_NM,
            NM_MATCH_FLG, DECD_DT, DECD_DOC_NO, HIT_TYP_CD, LOAD_DT,
            STUS_CD, OPER_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :WS-NOTICE-SEQ-NO, :WS-TENANT-NO, :WS-CUST-NO,
            :WS-CRTF-TOKEN, :REQ-REG-NM, :WS-NM-MATCH-FLG,
            :REQ-DECD-DT, :REQ-DECD-DOC-NO, :WS-HIT-TYP-CD,
            :REQ-LOAD-DT, '0', ' ', CURRENT_TIMESTAMP,
            CURRENT_TIMESTAMP
        )
    END-EXEC

    IF SQLCODE NOT = 0
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '待确认清单写入失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       EXIT PARAGRAPH
    END-IF

    EXEC SQL COMMIT END-EXEC

    IF WS-HIT-TYP-CD = '1'
       ADD 1 TO RESP-HIT-COUNT
    ELSE
       ADD 1 TO RESP-INACTIVE-COUNT
    END-IF.

*> 另一形态：15位补世纪'19'并按GB 11643补校验位；18位且第7-8位
*> 为'19'的去世纪与校验位还原为15位；其他形态只按原号匹配
DERIVE-ALT-CRTF-NO.
    IF REQ-CRTF-NO(1:15) IS NUMERIC
       AND REQ-CRTF-NO(16:5) = SPACES
       MOVE SPACES TO WS-CRTF-NO-2
       STRING REQ-CRTF-NO(1:6) DELIMITED BY SIZE
              '19'             DELIMITED BY SIZE
              REQ-CRTF-NO(7:9) DELIMITED BY SIZE
         INTO WS-CRTF-NO-2
       END-STRING
       MOVE 0 TO WS-ID-SUM
       PERFORM VARYING WS-ID-IDX FROM 1 BY 1 UNTIL WS-ID-IDX > 17
          MOVE FUNCTION NUMVAL(WS-CRTF-NO-2(WS-ID-IDX:1))
            TO WS-ID-DIGIT
          COMPUTE WS-ID-SUM = WS-ID-SUM +
                  WS-ID-DIGIT * WS-ID-WEIGHT(WS-ID-IDX)
       END-PERFORM
       COMPUTE WS-ID-REMAINDER = FUNCTION MOD(WS-ID-SUM, 11)
       MOVE WS-ID-CHECK-CODE(WS-ID-REMAINDER + 1)
         TO WS-CRTF-NO-2(18:1)
       EXIT PARAGRAPH
    END-IF

    IF REQ-CRTF-NO(1:17) IS NUMERIC
       AND REQ-CRTF-NO(19:2) = SPACES
       AND REQ-CRTF-NO(7:2) = '19'
       MOVE SPACES TO WS-CRTF-NO-2
       STRING REQ-CRTF-NO(1:6) DELIMITED BY SIZE
              REQ-CRTF-NO(9:9) DELIMITED BY SIZE
         INTO WS-CRTF-NO-2
       END-STRING
    END-IF.

*> 流水号分配：时间戳起号后逐一核对防撞
ALLOC-NOTICE-SEQ-NO.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-NOTICE-SEQ-NO
    MOVE 0 TO WS-SEQ-RETRY-COUNT
    PERFORM CHECK-NOTICE-SEQ-NO-FREE
    PERFORM UNTIL WS-SEQ-DUP-COUNT = 0
                  OR WS-SEQ-RETRY-COUNT > 99
       ADD 1 TO WS-NOTICE-SEQ-NO-NUM
       ADD 1 TO WS-SEQ-RETRY-COUNT
       PERFORM CHECK-NOTICE-SEQ-NO-FREE
    END-PERFORM.

CHECK-NOTICE-SEQ-NO-FREE.
    MOVE 0 TO WS-SEQ-DUP-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-SEQ-DUP-COUNT
          FROM DECD_NOTICE_WORKLIST
         WHERE NOTICE_SEQ_NO = :WS-NOTICE-SEQ-NO
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE 99 TO WS-SEQ-DUP-COUNT
       MOVE 100 TO WS-SEQ-RETRY-COUNT
    END-IF.
