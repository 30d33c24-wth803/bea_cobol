          05 WS-TEMP-CRTF-TYP-CD       PIC X(2).
          05 WS-TEMP-REASON-CD         PIC X(2).
          05 WS-TEMP-EXPIRE-DT         PIC X(8).

      * 证件号码令牌化工作区：黑名单表内证件号码为令牌，客户证件
      * 经CRTFTOKEN01(只查不建，已是令牌的原样回送)换成令牌再比对
       01 WS-TOKEN-MODE-CD             PIC X(1) VALUE 'L'.
       01 WS-CRTF-TOKEN                PIC X(20).
       01 WS-CRTF-MASK                 PIC X(20).
       01 WS-TOKEN-RESP-CODE           PIC X(6).
       01 WS-TOKEN-RESP-MSG            PIC X(50).
       
       LINKAGE SECTION.
      * 输入参数链接节
                 MOVE 'Y' TO WS-CUST-BASIC-FOUND
                 MOVE BASIC-CRTF-NO(WS-I) 
                   TO WS-TEMP-CRTF-NO
                 CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD,
                      WS-TEMP-CRTF-NO, WS-CRTF-TOKEN, WS-CRTF-MASK,
                      WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
                 IF WS-TOKEN-RESP-CODE = '000000'
                    AND WS-CRTF-TOKEN NOT = SPACES
                    MOVE WS-CRTF-TOKEN TO WS-TEMP-CRTF-NO
                 END-IF
                 MOVE BASIC-CRTF-TYP-CD(WS-I) 
                   TO WS-TEMP-CRTF-TYP-CD
                 
