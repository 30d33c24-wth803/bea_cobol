IDENTIFICATION DIVISION.
PROGRAM-ID. MGMTCNTRYRISK01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-RECORD-COUNT        PIC 9(5).
01  WS-CURRENT-DATE        PIC X(08).

*> 该国别最近一条有效评级(新评级生效前的前一档)
01  WS-PRIOR-FOUND-FLG     PIC X(01).
01  WS-PRIOR-RISK-CATG-CD  PIC X(02).
01  WS-PRIOR-EFFT-DT       PIC X(08).

*> 柜员权限校验工作区(国别风险目录为全行参数，挂默认租户001)
01  WS-AUTHCHK-TENANT-NO   PIC X(10) VALUE '001'.
01  WS-AUTHCHK-ROLE-CD     PIC X(02) VALUE '09'.
01  WS-AUTHCHK-CUST-NO     PIC X(20).
01  WS-AUTHCHK-RESP-CODE   PIC X(06).
01  WS-AUTHCHK-RESP-MSG    PIC X(50).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10).
01  WS-MAINTWIN-PGM-ID     PIC X(20).
01  WS-MAINTWIN-TELR-NO    PIC X(10).
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

*> 技术错误捕获工作区(TECHERR01)：出错处记下段落/语句/SQLCODE，
*> EXIT-PROGRAM经RECORD-TECH-ERROR落技术错误表
01  WS-TE-PGM-ID           PIC X(20) VALUE 'MGMTCNTRYRISK01'.
01  WS-TE-PARA-NM          PIC X(30) VALUE SPACES.
01  WS-TE-SQLCODE          PIC S9(9) COMP-4 VALUE 0.
01  WS-TE-OPER-CD          PIC X(40) VALUE SPACES.
01  WS-TE-TENANT-NO        PIC X(10) VALUE SPACES.
01  WS-TE-KEY-VAL          PIC X(40) VALUE SPACES.
01  WS-TE-ERR-TM           PIC X(14) VALUE SPACES.

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CNTRY-CD           PIC X(03).     *> 国别代码(三位大写字母)
01  REQ-CNTRY-NM           PIC X(60).     *> 国家/地区名称(登记时必填)
01  REQ-RISK-CATG-CD       PIC X(02).     *> 风险类别(01一般/02加强监测/
                                          *> 03高风险/04制裁禁运)
01  REQ-EFFT-DT            PIC X(08).     *> 生效日期(YYYYMMDD)
01  REQ-CATG-SORC-DESC     PIC X(60).     *> 评级依据(如FATF公告期次)
01  REQ-OPER-TYP-CD        PIC X(02).     *> 操作类型代码(01登记新评级/
                                          *> 02撤销未生效评级)
01  REQ-OPER-TELR-NO       PIC X(10).     *> 操作柜员号(合规岗)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).

PROCEDURE DIVISION
    USING REQ-CNTRY-CD, REQ-CNTRY-NM, REQ-RISK-CATG-CD,
          REQ-EFFT-DT, REQ-CATG-SORC-DESC, REQ-OPER-TYP-CD,
          REQ-OPER-TELR-NO, RESP-CODE, RESP-MSG.

*> 国别风险目录维护：按国别登记带生效日期的风险类别，落
*> COUNTRY_RISK_CATALOG。同一国别的评级首尾相接——新评级生效日
*> 即前一档的失效日(INVALID_DT)，前一档行保留备查，任一日期的
*> 适用类别为EFFT_DT<=该日<INVALID_DT(空=长期)的那一行。新评级
*> 较前一档调高(含首次登记即高于'01')时落一条调级事件
*> COUNTRY_RISK_CHG_EVT，由CNTRYIMPACT01在生效日起逐条圈出按
*> 国籍/税收居民国/地址所在国与该国关联的客户，供合规岗重评。
*> 未生效的评级可撤销(02)，撤销时恢复前一档并作废未处理的调级事件
MAIN-LOGIC.
    *> 初始化
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE 0 TO WS-RECORD-COUNT
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

    *> 1) 参数基础校验
    IF REQ-CNTRY-CD = SPACES OR REQ-CNTRY-CD IS NOT ALPHABETIC-UPPER
       OR REQ-CNTRY-CD(3:1) = SPACE
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '国别代码须为三位大写字母' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-EFFT-DT IS NOT NUMERIC
       MOVE 'F20002' TO WS-RESP-CODE
       MOVE '生效日期须为8位日期' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 2) 柜员权限校验(合规岗角色'09')
    MOVE SPACES TO WS-AUTHCHK-CUST-NO
    CALL 'AUTHCHK01' USING REQ-OPER-TELR-NO, WS-AUTHCHK-TENANT-NO,
                           WS-AUTHCHK-ROLE-CD, WS-AUTHCHK-CUST-NO,
                           WS-AUTHCHK-RESP-CODE, WS-AUTHCHK-RESP-MSG
    END-CALL
    IF WS-AUTHCHK-RESP-CODE NOT = '000000'
       MOVE WS-AUTHCHK-RESP-CODE TO WS-RESP-CODE
       MOVE WS-AUTHCHK-RESP-MSG TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 批处理维护窗口期内暂停联机维护(MAINTWIN01，主管紧急放行除外)
    MOVE '001' TO WS-MAINTWIN-TENANT-NO
    MOVE 'MGMTCNTRYRISK01' TO WS-MAINTWIN-PGM-ID
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

    *> 3) 开始事务
    EXEC SQL START TRANSACTION END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'START TRANSACTION' TO WS-TE-OPER-CD
       MOVE 'E12001' TO WS-RESP-CODE
       MOVE '事务启动失败' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 4) 根据操作类型执行相应操作
    EVALUATE REQ-OPER-TYP-CD
       WHEN '01'  *> 登记新评级
          PERFORM ADD-CNTRY-RISK
       WHEN '02'  *> 撤销未生效评级
          PERFORM CANCEL-CNTRY-RISK
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
    END-EVALUATE.

    IF WS-RESP-CODE NOT = '000000'
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    *> 5) 提交事务
    EXEC SQL COMMIT END-EXEC
    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'MAIN-LOGIC' TO WS-TE-PARA-NM
       MOVE 'COMMIT' TO WS-TE-OPER-CD
       MOVE 'E12002' TO WS-RESP-CODE
       MOVE '事务提交失败' TO WS-RESP-MSG
       EXEC SQL ROLLBACK END-EXEC
       GO TO EXIT-PROGRAM
    END-IF.

    IF REQ-OPER-TYP-CD = '01'
       MOVE '国别风险评级登记成功' TO WS-RESP-MSG
    ELSE
       MOVE '国别风险评级撤销成功' TO WS-RESP-MSG
    END-IF.

EXIT-PROGRAM.
    PERFORM RECORD-TECH-ERROR
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 登记新评级：生效日须晚于该国别最近一条有效评级的生效日(不允许
*> 插入历史中间段)，前一档以新生效日截止，调高时落调级事件
ADD-CNTRY-RISK.
    IF REQ-CNTRY-NM = SPACES
       OR (REQ-RISK-CATG-CD NOT = '01' AND REQ-RISK-CATG-CD NOT = '02'
           AND REQ-RISK-CATG-CD NOT = '03'
           AND REQ-RISK-CATG-CD NOT = '04')
       MOVE 'F20003' TO WS-RESP-CODE
       MOVE '国家名称为空或风险类别非法' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM READ-PRIOR-CNTRY-RISK
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF.

    IF WS-PRIOR-FOUND-FLG = 'Y'
       IF REQ-EFFT-DT NOT > WS-PRIOR-EFFT-DT
          MOVE 'F20004' TO WS-RESP-CODE
          MOVE '生效日期须晚于现行评级的生效日期' TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF

       EXEC SQL
           UPDATE COUNTRY_RISK_CATALOG
              SET INVALID_DT = :REQ-EFFT-DT,
                  UPD_TELR_NO = :REQ-OPER-TELR-NO,
                  UPD_TM = CURRENT_TIMESTAMP
            WHERE CNTRY_CD = :REQ-CNTRY-CD
              AND EFFT_DT = :WS-PRIOR-EFFT-DT
              AND VALID_FLG = '1'
       END-EXEC

       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'ADD-CNTRY-RISK' TO WS-TE-PARA-NM
          MOVE 'UPDATE COUNTRY_RISK_CATALOG' TO WS-TE-OPER-CD
          MOVE 'E12003' TO WS-RESP-CODE
          MOVE '国别风险评级登记失败' TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF
    END-IF.

    EXEC SQL
        INSERT INTO COUNTRY_RISK_CATALOG (
            CNTRY_CD, CNTRY_NM, RISK_CATG_CD, EFFT_DT, INVALID_DT,
            CATG_SORC_DESC, VALID_FLG,
            CRT_TELR_NO, UPD_TELR_NO, CRT_TM, UPD_TM
        ) VALUES (
            :REQ-CNTRY-CD, :REQ-CNTRY-NM, :REQ-RISK-CATG-CD,
            :REQ-EFFT-DT, ' ', :REQ-CATG-SORC-DESC, '1',
            :REQ-OPER-TELR-NO, :REQ-OPER-TELR-NO,
            CURRENT_TIMESTAMP, CURRENT_TIMESTAMP
        )
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'ADD-CNTRY-RISK' TO WS-TE-PARA-NM
       MOVE 'INSERT COUNTRY_RISK_CATALOG' TO WS-TE-OPER-CD
       MOVE 'E12003' TO WS-RESP-CODE
       MOVE '国别风险评级登记失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    *> 调高判定：首次登记视同由'01'一般起评(事件原类别留空)
    IF REQ-RISK-CATG-CD > '01'
       AND (WS-PRIOR-FOUND-FLG NOT = 'Y'
            OR REQ-RISK-CATG-CD > WS-PRIOR-RISK-CATG-CD)
       EXEC SQL
           INSERT INTO COUNTRY_RISK_CHG_EVT (
               CNTRY_CD, EFFT_DT, OLD_RISK_CATG_CD, NEW_RISK_CATG_CD,
               PROC_STATUS_CD, PROC_DT, CRT_TELR_NO, CRT_TM
           ) VALUES (
               :REQ-CNTRY-CD, :REQ-EFFT-DT, :WS-PRIOR-RISK-CATG-CD,
               :REQ-RISK-CATG-CD, '0', ' ', :REQ-OPER-TELR-NO,
               CURRENT_TIMESTAMP
           )
       END-EXEC
       IF SQLCODE NOT = 0
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'ADD-CNTRY-RISK' TO WS-TE-PARA-NM
          MOVE 'INSERT COUNTRY_RISK_CHG_EVT' TO WS-TE-OPER-CD
          MOVE 'E12004' TO WS-RESP-CODE
          MOVE '国别调级事件登记失败' TO WS-RESP-MSG
          EXIT PARAGRAPH
       END-IF
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 撤销未生效评级：仅限生效日在今天之后且仍为最近一条的评级，
*> 作废该行、前一档恢复长期有效，未处理的调级事件一并作废('9')
CANCEL-CNTRY-RISK.
    IF REQ-EFFT-DT NOT > WS-CURRENT-DATE
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '已生效的评级不能撤销，请登记新评级' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    PERFORM READ-PRIOR-CNTRY-RISK
    IF WS-RESP-CODE NOT = 'E99999'
       EXIT PARAGRAPH
    END-IF.

    IF WS-PRIOR-FOUND-FLG NOT = 'Y'
       OR WS-PRIOR-EFFT-DT NOT = REQ-EFFT-DT
       MOVE 'F20006' TO WS-RESP-CODE
       MOVE '该生效日期的评级不存在或非最近一条' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE COUNTRY_RISK_CATALOG
           SET VALID_FLG = '0',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CNTRY_CD = :REQ-CNTRY-CD
           AND EFFT_DT = :REQ-EFFT-DT
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CANCEL-CNTRY-RISK' TO WS-TE-PARA-NM
       MOVE 'UPDATE COUNTRY_RISK_CATALOG' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '国别风险评级撤销失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    *> 前一档(若有)失效日即本条生效日，恢复为长期
    EXEC SQL
        UPDATE COUNTRY_RISK_CATALOG
           SET INVALID_DT = ' ',
               UPD_TELR_NO = :REQ-OPER-TELR-NO,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CNTRY_CD = :REQ-CNTRY-CD
           AND INVALID_DT = :REQ-EFFT-DT
           AND VALID_FLG = '1'
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CANCEL-CNTRY-RISK' TO WS-TE-PARA-NM
       MOVE 'UPDATE COUNTRY_RISK_CATALOG' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '国别风险评级撤销失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    EXEC SQL
        UPDATE COUNTRY_RISK_CHG_EVT
           SET PROC_STATUS_CD = '9',
               PROC_DT = :WS-CURRENT-DATE
         WHERE CNTRY_CD = :REQ-CNTRY-CD
           AND EFFT_DT = :REQ-EFFT-DT
           AND PROC_STATUS_CD = '0'
    END-EXEC.

    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       MOVE SQLCODE TO WS-TE-SQLCODE
       MOVE 'CANCEL-CNTRY-RISK' TO WS-TE-PARA-NM
       MOVE 'UPDATE COUNTRY_RISK_CHG_EVT' TO WS-TE-OPER-CD
       MOVE 'E12005' TO WS-RESP-CODE
       MOVE '国别风险评级撤销失败' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF.

    MOVE '000000' TO WS-RESP-CODE.

*> 取该国别最近一条有效评级(生效日最大者)
READ-PRIOR-CNTRY-RISK.
    MOVE 'N' TO WS-PRIOR-FOUND-FLG
    MOVE SPACES TO WS-PRIOR-RISK-CATG-CD
    MOVE SPACES TO WS-PRIOR-EFFT-DT

    EXEC SQL
        SELECT RISK_CATG_CD, EFFT_DT
          INTO :WS-PRIOR-RISK-CATG-CD, :WS-PRIOR-EFFT-DT
          FROM COUNTRY_RISK_CATALOG
         WHERE CNTRY_CD = :REQ-CNTRY-CD
           AND VALID_FLG = '1'
           AND EFFT_DT = (SELECT MAX(EFFT_DT)
                            FROM COUNTRY_RISK_CATALOG
                           WHERE CNTRY_CD = :REQ-CNTRY-CD
                             AND VALID_FLG = '1')
    END-EXEC.

    EVALUATE SQLCODE
       WHEN 0
          MOVE 'Y' TO WS-PRIOR-FOUND-FLG
       WHEN 100
          CONTINUE
       WHEN OTHER
          MOVE SQLCODE TO WS-TE-SQLCODE
          MOVE 'READ-PRIOR-CNTRY-RISK' TO WS-TE-PARA-NM
          MOVE 'SELECT COUNTRY_RISK_CATALOG' TO WS-TE-OPER-CD
          MOVE 'E12006' TO WS-RESP-CODE
          MOVE '国别风险目录读取失败' TO WS-RESP-MSG
    END-EVALUATE.

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
    MOVE REQ-CNTRY-CD TO WS-TE-KEY-VAL
    CALL 'TECHERR01' USING WS-TE-PGM-ID, WS-TE-PARA-NM, WS-TE-SQLCODE,
                           WS-TE-OPER-CD, WS-TE-TENANT-NO,
                           WS-TE-KEY-VAL, WS-TE-ERR-TM
    END-CALL

    MOVE 0 TO WS-TE-SQLCODE.
