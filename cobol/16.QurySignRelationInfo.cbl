      * 余的签约关系记录被整批丢弃
       01 WS-FETCH-SQLCODE             PIC S9(9) COMP-4.

      * 证件号码令牌化工作区：SIGN_RELATION_INFO内证件号码为令牌，
      * 入参明文经CRTFTOKEN01(只查不建)换成令牌再检索；令牌库里
      * 没有的号码按原值检索(尚未令牌化的存量记录)
       01 WS-TOKEN-MODE-CD             PIC X(1) VALUE 'L'.
       01 WS-CRTF-TOKEN                PIC X(20).
       01 WS-CRTF-MASK                 PIC X(20).
       01 WS-TOKEN-RESP-CODE           PIC X(6).
       01 WS-TOKEN-RESP-MSG            PIC X(50).

       LINKAGE SECTION.
      * 输入参数链接节
       01 LK-INPUT-DATA.
           MOVE LK-CRTF-TYP-CD TO WS-CRTF-TYP-CD
           MOVE LK-CUST-ACCT-NO TO WS-CUST-ACCT-NO
           MOVE LK-CUST-NM TO WS-CUST-NM
           MOVE LK-SIGN-SMLTYP-TYP-CD TO WS-SIGN-SMLTYP-TYP-CD

           IF WS-CRTF-NO NOT = SPACES
              CALL 'CRTFTOKEN01' USING WS-TOKEN-MODE-CD, WS-CRTF-NO,
                   WS-CRTF-TOKEN, WS-CRTF-MASK,
                   WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
              IF WS-TOKEN-RESP-CODE = '000000'
                 AND WS-CRTF-TOKEN NOT = SPACES
                 MOVE WS-CRTF-TOKEN TO WS-CRTF-NO
              END-IF
           END-IF.

       VALIDATE-INPUT.
      * 检查必要输入参数
