      * 输入参数结构
       01 WS-INPUT-DATA.
          05 WS-CUST-NO                PIC X(20).
          05 WS-OPER-ID                PIC X(10).
          
      * 输出参数结构
       01 WS-OUTPUT-DATA.
          05 WS-DATA-FOUND             PIC X(1).
             88 WS-DATA-FOUND-Y        VALUE 'Y'.
             88 WS-DATA-FOUND-N        VALUE 'N'.
          05 WS-PROTECT-IDX            PIC 9(4).

      * 证件号码回送保护工作区：名单表内证件号码为令牌，持证件明文
      * 查看角色'12'的柜员经DETOKEN01还原明文，其余经CRTFTOKEN01
      * 回掩码号
       01 WS-CRTF-PROTECT-AREA.
          05 WS-PROTECT-CRTF-NO        PIC X(20).
          05 WS-PROTECT-TENANT-NO      PIC X(10) VALUE SPACES.
          05 WS-PROTECT-CALLER-PGM     PIC X(30)
             VALUE 'QURYPERCUSTNAMELIST'.
          05 WS-PROTECT-CLEAR-NO       PIC X(20).
          05 WS-PROTECT-MODE-CD        PIC X(1) VALUE 'M'.
          05 WS-PROTECT-TOKEN          PIC X(20).
          05 WS-PROTECT-MASK           PIC X(20).
          05 WS-PROTECT-RESP-CODE      PIC X(6).
          05 WS-PROTECT-RESP-MSG       PIC X(50).
       
       LINKAGE SECTION.
      * 输入参数链接节
       01 LK-INPUT-DATA.
          05 LK-CUST-NO                PIC X(20).
      * 查询柜员号：持证件明文查看角色'12'的回证件明文，空白或
      * 无此角色的一律回掩码号
          05 LK-OPER-ID                PIC X(10).
           
      * 输出参数链接节
       01 LK-OUTPUT-DATA.
           MOVE 'N' TO WS-DATA-FOUND
           
      * 复制输入参数到工作存储区
           MOVE LK-CUST-NO TO WS-CUST-NO
           MOVE LK-OPER-ID TO WS-OPER-ID.
       
       VALIDATE-INPUT.
      * 检查必要输入参数

      * 设置返回的记录数
           MOVE WS-TEMP-COUNT TO LK-NAME-LIST-COUNT

      * 证件号码回送保护放在游标关闭之后(DETOKEN01留痕即时提交)
           PERFORM VARYING WS-PROTECT-IDX FROM 1 BY 1
                   UNTIL WS-PROTECT-IDX > WS-TEMP-COUNT
              MOVE LK-CRTF-NO(WS-PROTECT-IDX) TO WS-PROTECT-CRTF-NO
              PERFORM PROTECT-CRTF-NO
              MOVE WS-PROTECT-CRTF-NO TO LK-CRTF-NO(WS-PROTECT-IDX)
           END-PERFORM
           
      * 检查查询结果
           IF WS-DATA-FOUND-N
       QUERY-CUST-NAME-LIST-EXIT.
           EXIT.

      * 回送前的证件号码保护：持证件明文查看角色'12'的柜员经
      * DETOKEN01还原明文(逐次留痕)，其余一律回掩码号(前6后4)
       PROTECT-CRTF-NO.
           IF WS-OPER-ID NOT = SPACES
              CALL 'DETOKEN01' USING WS-OPER-ID,
                   WS-PROTECT-TENANT-NO, WS-CUST-NO,
                   WS-PROTECT-CALLER-PGM, WS-PROTECT-CRTF-NO,
                   WS-PROTECT-CLEAR-NO, WS-PROTECT-RESP-CODE,
                   WS-PROTECT-RESP-MSG
              IF WS-PROTECT-RESP-CODE = '000000'
                 MOVE WS-PROTECT-CLEAR-NO TO WS-PROTECT-CRTF-NO
                 EXIT PARAGRAPH
              END-IF
           END-IF
           CALL 'CRTFTOKEN01' USING WS-PROTECT-MODE-CD,
                WS-PROTECT-CRTF-NO, WS-PROTECT-TOKEN,
                WS-PROTECT-MASK, WS-PROTECT-RESP-CODE,
                WS-PROTECT-RESP-MSG
           MOVE WS-PROTECT-MASK TO WS-PROTECT-CRTF-NO.

       END PROGRAM QURYPERCUSTNAMELIST.
