*> ========== 输入参数 ==========
01  REQ-TENANT-NO          PIC X(10).     *> 租户编号
01  REQ-MODE-CD            PIC X(01).     *> G=取当前业务日期/
                                          *> R=日终翻牌/S=人工校正/
                                          *> W=工作日顺延(只查不改)/
                                          *> P=上一工作日(只查不改)
01  REQ-SET-DT             PIC X(08).     *> 校正目标日期(S时必传)/
                                          *> 待顺延日期(W时必传)/
                                          *> 基准日期(P时必传)

*> ========== 输出参数 ==========
01  RESP-CODE              PIC X(06).
          PERFORM ROLL-BIZ-DATE
       WHEN 'S'
          PERFORM SET-BIZ-DATE
       WHEN 'W'
          PERFORM RESOLVE-WORKDAY
       WHEN 'P'
          PERFORM RESOLVE-PREV-WORKDAY
       WHEN OTHER
          MOVE 'E12196' TO WS-RESP-CODE
          MOVE '非法操作标志' TO WS-RESP-MSG
    MOVE '000000' TO WS-RESP-CODE
    MOVE '业务日期翻牌成功' TO WS-RESP-MSG.

*> 工作日顺延：给定日期本身是工作日即回送原日期，否则逐日后探到
*> 下一工作日(与翻牌同一套周末/节假日判定)，只查不改业务日期。
*> 供报送日历等按节假日调整到期日的场合使用
RESOLVE-WORKDAY.
    IF REQ-SET-DT IS NOT NUMERIC
       MOVE 'F20004' TO WS-RESP-CODE
       MOVE '待顺延日期不合法' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-NEXT-DT-INT = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(REQ-SET-DT)) - 1
    MOVE 'N' TO WS-WORKDAY-FOUND
    MOVE 0 TO WS-SKIP-GUARD
    PERFORM UNTIL WS-WORKDAY-FOUND = 'Y' OR WS-SKIP-GUARD > 60
       ADD 1 TO WS-NEXT-DT-INT
       ADD 1 TO WS-SKIP-GUARD
       PERFORM CHECK-CANDIDATE-WORKDAY
    END-PERFORM

    IF WS-WORKDAY-FOUND NOT = 'Y'
       MOVE 'E12010' TO WS-RESP-CODE
       MOVE '60天内找不到工作日，请检查节假日表' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE WS-NEXT-DT TO RESP-BIZ-DT
    MOVE '000000' TO WS-RESP-CODE
    MOVE '工作日顺延成功' TO WS-RESP-MSG.

*> 上一工作日：自基准日期减一天起逐日前推，跳过周六日与节假日，
*> 只查不改业务日期。翻牌后的开门前检查据此找到昨夜批量所属的
*> 业务日期
RESOLVE-PREV-WORKDAY.
    IF REQ-SET-DT IS NOT NUMERIC
       MOVE 'F20005' TO WS-RESP-CODE
       MOVE '基准日期不合法' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    COMPUTE WS-NEXT-DT-INT = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(REQ-SET-DT))
    MOVE 'N' TO WS-WORKDAY-FOUND
    MOVE 0 TO WS-SKIP-GUARD
    PERFORM UNTIL WS-WORKDAY-FOUND = 'Y' OR WS-SKIP-GUARD > 60
       SUBTRACT 1 FROM WS-NEXT-DT-INT
       ADD 1 TO WS-SKIP-GUARD
       PERFORM CHECK-CANDIDATE-WORKDAY
    END-PERFORM

    IF WS-WORKDAY-FOUND NOT = 'Y'
       MOVE 'E12010' TO WS-RESP-CODE
       MOVE '60天内找不到工作日，请检查节假日表' TO WS-RESP-MSG
       EXIT PARAGRAPH
    END-IF

    MOVE WS-NEXT-DT TO RESP-BIZ-DT
    MOVE '000000' TO WS-RESP-CODE
    MOVE '上一工作日取得成功' TO WS-RESP-MSG.

*> 候选日判定：周六(余6)/周日(余0)与节假日表命中均跳过
*> (INTEGER-OF-DATE基准日1601-01-01为星期一，对7取余得星期)
CHECK-CANDIDATE-WORKDAY.
