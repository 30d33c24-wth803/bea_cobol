01  WS-C-SPS-NAME          PIC X(50).
01  WS-C-WORK-UNIT-NM      PIC X(50).

*> 证件号码出参保护：当前档面与审计轨迹里的证件号码均为令牌，
*> 回送前经DETOKEN01换回明文(操作员须持角色'12')，不具备的
*> 回送CRTFTOKEN01掩码号
01  WS-PROTECT-CRTF-NO     PIC X(20).
01  WS-PROTECT-CUST-NO     PIC X(20).
01  WS-PROTECT-TENANT-NO   PIC X(10) VALUE SPACES.
01  WS-PROTECT-CALLER-PGM  PIC X(30) VALUE 'CUSTASOF01'.
01  WS-PROTECT-CLEAR-NO    PIC X(20).
01  WS-PROTECT-MODE-CD     PIC X(01) VALUE 'M'.
01  WS-PROTECT-TOKEN       PIC X(20).
01  WS-PROTECT-MASK        PIC X(20).
01  WS-PROTECT-RESP-CODE   PIC X(06).
01  WS-PROTECT-RESP-MSG    PIC X(50).

LINKAGE SECTION.
*> ========== 输入参数 ==========
01  REQ-CUST-NO            PIC X(10).     *> 客户编号
       MOVE 'C' TO RESP-FLD-SRC-FLG(WS-I)
    END-IF.

    IF WS-CUR-FLD-NM = 'CRTF_NO' AND RESP-FLD-VAL(WS-I) NOT = SPACES
       MOVE RESP-FLD-VAL(WS-I) TO WS-PROTECT-CRTF-NO
       PERFORM PROTECT-CRTF-NO
       MOVE WS-PROTECT-CRTF-NO TO RESP-FLD-VAL(WS-I)
    END-IF.

*> 证件号码出参保护：有权限回明文，否则回掩码号
PROTECT-CRTF-NO.
    IF REQ-OPER-ID NOT = SPACES
       MOVE REQ-CUST-NO TO WS-PROTECT-CUST-NO
       CALL 'DETOKEN01' USING REQ-OPER-ID, WS-PROTECT-TENANT-NO,
                              WS-PROTECT-CUST-NO,
                              WS-PROTECT-CALLER-PGM,
                              WS-PROTECT-CRTF-NO, WS-PROTECT-CLEAR-NO,
                              WS-PROTECT-RESP-CODE,
                              WS-PROTECT-RESP-MSG
       END-CALL
       IF WS-PROTECT-RESP-CODE = '000000'
          MOVE WS-PROTECT-CLEAR-NO TO WS-PROTECT-CRTF-NO
          EXIT PARAGRAPH
       END-IF
    END-IF
    CALL 'CRTFTOKEN01' USING WS-PROTECT-MODE-CD, WS-PROTECT-CRTF-NO,
                             WS-PROTECT-TOKEN, WS-PROTECT-MASK,
                             WS-PROTECT-RESP-CODE, WS-PROTECT-RESP-MSG
    END-CALL
    MOVE WS-PROTECT-MASK TO WS-PROTECT-CRTF-NO.

*> 取字段当前值
FETCH-CURRENT-FIELD-VAL.
    MOVE SPACES TO WS-CURRENT-VAL
