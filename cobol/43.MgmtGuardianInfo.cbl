*> 成年判定线：当前日期减18年，出生日期晚于该线者为未成年人
01  WS-ADULT-CUTOFF-DT     PIC 9(08).

*> 监护人证件号码令牌化工作区(CRTFTOKEN01)：库表中的证件号码一律
*> 以令牌存放
01  WS-TOKEN-MODE-CD       PIC X(01) VALUE 'T'.
01  WS-GRDN-CRTF-TOKEN     PIC X(20) VALUE SPACES.
01  WS-CRTF-MASK           PIC X(20).
01  WS-TOKEN-RESP-CODE     PIC X(06).
01  WS-TOKEN-RESP-MSG      PIC X(50).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 证明文件在册检查工作区(DOCCHK01)：登记提交前核对客户名下有无
*> 对应类型的在册证明文件，是否强制按租户参数
01  WS-DC-CUST-NO          PIC X(20).
01  WS-DC-DOC-TYP-CD       PIC X(02).
01  WS-DC-SUPPORT-PGM-ID   PIC X(20).
01  WS-DC-SUPPORT-KEY      PIC X(40).
01  WS-DC-DOC-REF          PIC X(30).
01  WS-DC-RESP-CODE        PIC X(06).
01  WS-DC-RESP-MSG         PIC X(50).
01  WS-DC-DOC-SEQ-NO       PIC X(14).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTGRDN01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CUST-NO            PIC X(10).     *> 客户编号
       GO TO EXIT-PROGRAM
    END-IF.

    *> 1.5) 监护人证件号码令牌化
    CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, REQ-GRDN-CRTF-NO,
                             WS-GRDN-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE NOT = '000000'
       MOVE WS-TOKEN-RESP-CODE TO WS-RESP-CODE
       MOVE WS-TOKEN-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 校验操作类型
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 新增监护登记
       END-IF
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE REQ-TENANT-NO TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTGRDN01' TO WS-MAINTWIN-PGM-ID
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

    *> 4) 开始事务
    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
       GO TO EXIT-PROGRAM
    END-IF.

    *> 5.5) 新增/修改监护登记须有在册监护证明文件
    IF WS-OPER-TYPE = 'ADD' OR WS-OPER-TYPE = 'MOD'
       PERFORM CHECK-SUPPORT-DOC
       IF WS-RESP-CODE NOT = '000000'
          EXEC SQL ROLLBACK END-EXEC
          GO TO EXIT-PROGRAM
       END-IF
    END-IF.

    *> 6) 提交事务
    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
    END-EVALUATE.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.
        UPDATE PERSONAL_CUSTOMER_INFO
           SET GRDN_NM = :REQ-GRDN-NM,
               GRDN_CRTF_TYP_CD = :REQ-GRDN-CRTF-TYP-CD,
               GRDN_CRTF_NO = :WS-GRDN-CRTF-TOKEN,
               GRDN_TEL_NO = :REQ-GRDN-TEL-NO,
               GRDN_STUS_CD = '1',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'UPDATE-GUARDIAN-FIELDS' TO WS-TE-PARA-NM
       MOVE 'UPDATE PERSONAL_CUSTOMER_INFO' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '监护人信息更新失败' TO WS-RESP-MSG
    END-IF.
       END-EXEC

       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'DEL-GUARDIAN-INFO' TO WS-TE-PARA-NM
          MOVE 'UPDATE PERSONAL_CUSTOMER_INFO' TO WS-TE-OPER-CD
          MOVE 'E12004' TO WS-RESP-CODE
          MOVE '监护登记解除失败' TO WS-RESP-MSG
       END-IF
    END-IF.

*> 证明文件在册检查(监护证明)：经DOCCHK01核对，在调用方
*> 事务内进行；未过的把响应码/信息带回，由调用处回滚
CHECK-SUPPORT-DOC.
    MOVE REQ-CUST-NO TO WS-DC-CUST-NO
    MOVE '01' TO WS-DC-DOC-TYP-CD
    MOVE 'MGMTGRDN01' TO WS-DC-SUPPORT-PGM-ID
    MOVE REQ-CUST-NO TO WS-DC-SUPPORT-KEY
    MOVE SPACES TO WS-DC-DOC-REF
    CALL 'DOCCHK01' USING REQ-TENANT-NO, WS-DC-CUST-NO,
                          WS-DC-DOC-TYP-CD, WS-DC-SUPPORT-PGM-ID,
                          WS-DC-SUPPORT-KEY, WS-DC-DOC-REF,
                          WS-DC-RESP-CODE, WS-DC-RESP-MSG,
                          WS-DC-DOC-SEQ-NO
    END-CALL
    IF WS-DC-RESP-CODE NOT = '000000'
       MOVE WS-DC-RESP-CODE TO WS-RESP-CODE
       MOVE WS-DC-RESP-MSG TO WS-RESP-MSG
    END-IF.

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
    MOVE REQ-TENANT-NO TO WS-TE-TENANT-NO
    MOVE REQ-CUST-NO TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
