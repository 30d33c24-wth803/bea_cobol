IDENTIFICATION DIVISION.
PROGRAM-ID. SCRNRULE01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SQLCA.
    05  SQLCODE            PIC S9(9) COMP-4.

01  WS-RESP-CODE           PIC X(06).
01  WS-RESP-MSG            PIC X(50).
01  WS-ACTION-CD           PIC X(01).
01  WS-FOUND-FLG           PIC X(01).

*> 本次查找的规则集与渠道键：先本渠道后全渠道('**')，每个键上
*> 先候选集后生产集(LIVE)
01  WS-LOOKUP-SET-CD       PIC X(10).
01  WS-LOOKUP-TERMINAL-CD  PIC X(02).
01  WS-KEY-IDX             PIC 9(01).

*> 内置缺省处置(规则表无行时使用)：与管控筛查原有的固定口径一致
*> ——生命周期/冻结/管控名单/黑名单/限额类拒绝，其余转人工
01  WS-DFLT-RULE-VALUES.
    05  FILLER             PIC X(25) VALUE 'LC01DLC02DLC03DRG01DJF01D'.
    05  FILLER             PIC X(25) VALUE 'NL01DBK01DLM01DLM02DAG01D'.
    05  FILLER             PIC X(25) VALUE 'AG02DFX01RNL02RFR01RLC04R'.
    05  FILLER             PIC X(25) VALUE 'CT01RIV01RIV02RCO01RTN01R'.
    05  FILLER             PIC X(15) VALUE 'OV01RPV01RPV02R'.
01  WS-DFLT-RULE-TABLE REDEFINES WS-DFLT-RULE-VALUES.
    05  WS-DFLT-RULE       OCCURS 23.
        10  WS-DFLT-RSN-CD     PIC X(04).
        10  WS-DFLT-ACTION-CD  PIC X(01).
01  WS-DFLT-IDX            PIC 9(02).

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-RULE-SET-CD        PIC X(10).     *> 规则集(LIVE=生产/其他=
                                          *> 候选集，叠加在生产集上)
01  REQ-PMIT-TERMINAL-CD   PIC X(02).     *> 渠道/终端类型代码
01  REQ-RSN-CD             PIC X(04).     *> 筛查原因代码
01  REQ-AS-OF-DT           PIC X(08).     *> 生效判定日期

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
01  RESP-MSG               PIC X(50).
01  RESP-ACTION-CD         PIC X(01).     *> D拒绝/R转人工/I仅提示
01  RESP-RULE-SORC-CD      PIC X(01).     *> C候选集/L生产集/B内置缺省

PROCEDURE DIVISION
    USING REQ-TENANT-NO, REQ-RULE-SET-CD, REQ-PMIT-TERMINAL-CD,
          REQ-RSN-CD, REQ-AS-OF-DT, RESP-CODE, RESP-MSG,
          RESP-ACTION-CD, RESP-RULE-SORC-CD.

*> 筛查规则处置解析：管控筛查(CTRLSCRN01)各项命中的处置(拒绝/
*> 转人工/仅提示)不再写死在程序里，按租户、渠道、原因代码取
*> SCRN_RULE_ACTION在生效期内的规则(同键多行取生效日期最近的
*> 一行)；本渠道无行时取全渠道('**')行，都没有时用内置缺省。
*> 候选规则集只叠加在生产集之上，供SCRNRULESIM01上线前模拟——
*> 候选行是拟上线的方案，不论其生效日期一律参与模拟(同键多行仍
*> 取生效日期最近的一行)，生产行按判定日期取生效期内的行。
*> 规则表查不了时回送内置缺省并带错误码，由调用方决定取舍
MAIN-LOGIC.
    MOVE 'E99999' TO WS-RESP-CODE
    MOVE 'PROCESSING ERROR' TO WS-RESP-MSG
    MOVE SPACES TO RESP-ACTION-CD
    MOVE SPACES TO RESP-RULE-SORC-CD

    IF REQ-TENANT-NO = SPACES OR REQ-RSN-CD = SPACES
       MOVE 'F20001' TO WS-RESP-CODE
       MOVE '租户号/原因代码不能为空' TO WS-RESP-MSG
       GO TO EXIT-PROGRAM
    END-IF.

    *> 1) 内置缺省(规则表无行或查询失败时使用)；未登记的原因代码
    *>    从严按转人工
    MOVE 'R' TO RESP-ACTION-CD
    PERFORM VARYING WS-DFLT-IDX FROM 1 BY 1 UNTIL WS-DFLT-IDX > 23
       IF WS-DFLT-RSN-CD(WS-DFLT-IDX) = REQ-RSN-CD
          MOVE WS-DFLT-ACTION-CD(WS-DFLT-IDX) TO RESP-ACTION-CD
       END-IF
    END-PERFORM
    MOVE 'B' TO RESP-RULE-SORC-CD

    *> 2) 规则表：本渠道键在先，全渠道键在后
    MOVE 'N' TO WS-FOUND-FLG
    PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
            UNTIL WS-KEY-IDX > 2 OR WS-FOUND-FLG = 'Y'
       IF WS-KEY-IDX = 1
          MOVE REQ-PMIT-TERMINAL-CD TO WS-LOOKUP-TERMINAL-CD
       ELSE
          MOVE '**' TO WS-LOOKUP-TERMINAL-CD
       END-IF
       IF REQ-RULE-SET-CD NOT = SPACES
          AND REQ-RULE-SET-CD NOT = 'LIVE'
          MOVE REQ-RULE-SET-CD TO WS-LOOKUP-SET-CD
          PERFORM READ-RULE-ROW
          IF WS-FOUND-FLG = 'Y'
             MOVE 'C' TO RESP-RULE-SORC-CD
          END-IF
       END-IF
       IF WS-FOUND-FLG NOT = 'Y'
          AND WS-RESP-CODE = 'E99999'
          MOVE 'LIVE' TO WS-LOOKUP-SET-CD
          PERFORM READ-RULE-ROW
          IF WS-FOUND-FLG = 'Y'
             MOVE 'L' TO RESP-RULE-SORC-CD
          END-IF
       END-IF
       IF WS-RESP-CODE NOT = 'E99999'
          GO TO EXIT-PROGRAM
       END-IF
    END-PERFORM.

    IF WS-FOUND-FLG = 'Y'
       MOVE WS-ACTION-CD TO RESP-ACTION-CD
    END-IF.

    MOVE '000000' TO WS-RESP-CODE
    MOVE '规则解析成功' TO WS-RESP-MSG.

EXIT-PROGRAM.
    MOVE WS-RESP-CODE TO RESP-CODE
    MOVE WS-RESP-MSG TO RESP-MSG
    EXIT PROGRAM.

*> 取一个规则集/渠道键上生效日期最近的一行(生产集限判定日期
*> 在生效期内)
READ-RULE-ROW.
    MOVE SPACES TO WS-ACTION-CD
    EXEC SQL
        SELECT ACTION_CD INTO :WS-ACTION-CD
          FROM SCRN_RULE_ACTION
         WHERE TENANT_NO = :REQ-TENANT-NO
           AND RULE_SET_CD = :WS-LOOKUP-SET-CD
           AND PMIT_TERMINAL_CD = :WS-LOOKUP-TERMINAL-CD
           AND RSN_CD = :REQ-RSN-CD
           AND VALID_FLG = '1'
           AND (RULE_SET_CD <> 'LIVE'
                OR (EFFT_DT <= :REQ-AS-OF-DT
                    AND (EXPIRE_DT = SPACES
                         OR EXPIRE_DT >= :REQ-AS-OF-DT)))
         ORDER BY EFFT_DT DESC
         FETCH FIRST 1 ROWS ONLY
    END-EXEC.

    EVALUATE SQLCODE
       WHEN 0
          MOVE 'Y' TO WS-FOUND-FLG
       WHEN 100
          CONTINUE
       WHEN OTHER
          MOVE 'E12001' TO WS-RESP-CODE
          MOVE '筛查规则表查询失败' TO WS-RESP-MSG
    END-EVALUATE.
