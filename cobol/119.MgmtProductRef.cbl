01  WS-RECORD-COUNT        PIC 9(5).
01  WS-OPER-TYPE           PIC X(03).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTPRODREF01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-PRODT-NO           PIC X(10).     *> 产品编号
01  REQ-PRODT-NM           PIC X(60).     *> 产品名称
01  REQ-PRODT-FAMILY-CD    PIC X(02).     *> 产品族代码(01存款/02贷款/
                                          *> 03理财/04卡)
01  REQ-ACCT-CLASS-CD      PIC X(01).     *> 账户分类(1-I类/2-II类/3-III类，
                                          *> 空白=不分类)
01  REQ-STUS-CD            PIC X(01).     *> 产品状态(1在售/0停售)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01新增/02修改/
                                          *> 03停售)

PROCEDURE DIVISION
    USING REQ-PRODT-NO, REQ-PRODT-NM, REQ-PRODT-FAMILY-CD,
          REQ-ACCT-CLASS-CD, REQ-STUS-CD, REQ-OPER-TYP-CD, REQ-OPER-TELR-NO,
          RESP-CODE, RESP-MSG.

*> 产品参考目录维护：CUST_ACCT_INFO上的AFS_PRODT_NO/BASE_PRODT_NO
*> 此前是自由文本，产品号敲错字静默入库——CUSTMRG02按产品号选
*> 账户时敲错就什么都选不中。目录落PRODUCT_REF_INFO(产品号/
*> 名称/产品族/在售状态)，路由新增(MGMTCRT01)只许挂在售产品。
*> 账户分类(I/II/III类)记在产品上，MGMTCRT01新增路由时据此按
*> 租户参数ACCT_CLSn_QUOTA核对同一证件名下该类账户数
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-ACCT-CLASS-CD NOT = SPACES
       AND REQ-ACCT-CLASS-CD NOT = '1'
       AND REQ-ACCT-CLASS-CD NOT = '2'
       AND REQ-ACCT-CLASS-CD NOT = '3'
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '账户分类只能为1/2/3或空白' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 校验操作类型
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 新增
          GO TO EXIT-PROGRAM
    END-EVALUATE.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE '001' TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTPRODREF01' TO WS-MAINTWIN-PGM-ID
    MOVE REQ-OPER-TELR-NO TO WS-MAINTWIN-TELR-NO
    MOVE 'C' TO WS-MAINTWIN-MODE-CD
    CALL 'MAINTWIN01' USING WS-MAINTWIN-MODE-CD, WS-MAINTWIN-TENANT-NO,
                            WS-MAINTWIN-PGM-ID, WS-MAINTWIN-TELR-NO,
                            WS-MAINTWIN-RESP-CODE, WS-MAINTWIN-RESP-MSG
    END-CALL
    IF WS-MAINTWIN-RESP-CODE NOT = '000000'
       MOVE WS-MAINTWIN-RESP-CODE TO WS-RESP-CODE
       MOVE WS-MAINTWIN-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF

    *> 3) 根据操作类型执行相应操作
    EVALUATE WS-OPER-TYPE
       WHEN 'ADD'
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

    EXEC SQL
        INSERT INTO PRODUCT_REF_INFO (
            PRODT_NO, PRODT_NM, PRODT_FAMILY_CD, ACCT_CLASS_CD,
            STUS_CD, CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-PRODT-NO, :REQ-PRODT-NM, :REQ-PRODT-FAMILY-CD,
            :REQ-ACCT-CLASS-CD, '1', :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-PRODUCT-REF' TO WS-TE-PARA-NM
       MOVE 'INSERT PRODUCT_REF_INFO' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '产品登记失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
        UPDATE PRODUCT_REF_INFO
           SET PRODT_NM = :REQ-PRODT-NM,
               PRODT_FAMILY_CD = :REQ-PRODT-FAMILY-CD,
               ACCT_CLASS_CD = :REQ-ACCT-CLASS-CD,
               STUS_CD = :REQ-STUS-CD,
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MOD-PRODUCT-REF' TO WS-TE-PARA-NM
       MOVE 'UPDATE PRODUCT_REF_INFO' TO WS-TE-OPER-CD
       MOVE 'E12004' TO WS-RESP-CODE
       MOVE '产品修改失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'RETIRE-PRODUCT-REF' TO WS-TE-PARA-NM
       MOVE 'UPDATE PRODUCT_REF_INFO' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '产品停售失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC

    MOVE '000000' TO WS-RESP-CODE
    MOVE '产品已停售' TO WS-RESP-MSG.

*> 非预期SQL失败离场：业务事务回滚之后把出错段落/语句/SQLCODE经
*> TECHERR01落技术错误表(单独提交，不随业务回滚抹掉)；对外响应码
*> 不变。每次离场清零，不带到下一次调用
RECORD-TECH-ERROR.
    IF WS-TE-SQLCODE = 0 OR WS-RESP-CODE(1:1) NOT = 'E'
       MOVE 0 TO WS-TE-SQLCODE
       EXIT PARAGRAPH
    END-IF

    EXEC SQL ROLLBACK END-EXEC
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TE-ERR-TM
    MOVE SPACES TO WS-TE-TENANT-NO
    MOVE REQ-PRODT-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
