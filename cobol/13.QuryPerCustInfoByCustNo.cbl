             88 WS-PERSONAL-FOUND-Y    VALUE 'Y'.
             88 WS-PERSONAL-FOUND-N    VALUE 'N'.
          05 WS-ANON-COUNT             PIC 9(4).

      * 证件号码回送保护工作区：库内证件号码为令牌，持证件明文
      * 查看角色'12'的柜员经DETOKEN01还原明文，其余经CRTFTOKEN01
      * 回掩码号
       01 WS-CRTF-PROTECT-AREA.
          05 WS-PROTECT-CRTF-NO        PIC X(20).
          05 WS-PROTECT-TENANT-NO      PIC X(10) VALUE SPACES.
          05 WS-PROTECT-CALLER-PGM     PIC X(30)
             VALUE 'QURYPERCUSTINFOBYCUSTNO'.
          05 WS-PROTECT-CLEAR-NO       PIC X(20).
          05 WS-PROTECT-MODE-CD        PIC X(1) VALUE 'M'.
          05 WS-PROTECT-TOKEN          PIC X(20).
          05 WS-PROTECT-MASK           PIC X(20).
          05 WS-PROTECT-RESP-CODE      PIC X(6).
          05 WS-PROTECT-RESP-MSG       PIC X(50).

      * 并出客户号转发工作区：入参为已并档客户号时经MRGFWD01追到
      * 存续客户号，按存续客户查询并回转发码20091
       01 WS-MRG-FWD-AREA.
          05 WS-FWD-TENANT-NO          PIC X(10) VALUE SPACES.
          05 WS-FWD-SURV-CUST-NO       PIC X(20).
          05 WS-FWD-HOP-COUNT          PIC 9(2).
          05 WS-FWD-RESP-CODE          PIC X(6).
          05 WS-FWD-RESP-MSG           PIC X(50).
          05 WS-FWD-MSG-PFX            PIC X(28)
             VALUE '已并档，存续客户号:'.
          05 WS-FWD-FLG                PIC X(1).
             88 WS-FWD-FLG-Y           VALUE 'Y'.
             88 WS-FWD-FLG-N           VALUE 'N'.
       
       LINKAGE SECTION.
      * 输入参数链接节
           
      * 如果验证通过，执行查询
           IF LK-RETURN-CODE = 0
              PERFORM RESOLVE-MERGED-CUST-NO
              PERFORM QUERY-CUST-INFO
           END-IF
           
           MOVE LK-CUST-NO TO WS-CUST-NO
           MOVE LK-OPER-ID TO WS-OPER-ID
           MOVE 'N' TO WS-BASIC-FOUND
           MOVE 'N' TO WS-PERSONAL-FOUND
           MOVE 'N' TO WS-FWD-FLG.
       
       VALIDATE-INPUT.
      * 检查必要输入参数（对应Java的CheckParaUtil.checkInputForEmpty）
                 MOVE 0 TO LK-RETURN-CODE
                 MOVE '查询成功' TO LK-RETURN-MESSAGE
                 DISPLAY '客户信息查询完成'
      * 按已并档客户号查到的是存续客户：回转发码并带出存续客户号
                 IF WS-FWD-FLG-Y
                    MOVE 20091 TO LK-RETURN-CODE
                    MOVE SPACES TO LK-RETURN-MESSAGE
                    STRING WS-FWD-MSG-PFX DELIMITED BY SIZE
                           WS-CUST-NO DELIMITED BY SPACE
                      INTO LK-RETURN-MESSAGE
                    END-STRING
                 END-IF
              END-IF
           END-IF.
       
                 MOVE BASIC-GENDER-CD(WS-I) 
                   TO LK-GENDER-CD
                 MOVE BASIC-CRTF-NO(WS-I) 
                   TO WS-PROTECT-CRTF-NO
                 PERFORM PROTECT-CRTF-NO
                 MOVE WS-PROTECT-CRTF-NO TO LK-CRTF-NO
                 MOVE BASIC-CRTF-TYP-CD(WS-I) 
                   TO LK-CRTF-TYP-CD
                 MOVE BASIC-CRTF-MATR-DT(WS-I) 
                 MOVE PERSONAL-SPS-CRTF-TYP(WS-J) 
                   TO LK-SPS-CRTF-TYP-CD
                 MOVE PERSONAL-SPS-CRTF-NO(WS-J) 
                   TO WS-PROTECT-CRTF-NO
                 PERFORM PROTECT-CRTF-NO
                 MOVE WS-PROTECT-CRTF-NO TO LK-SPS-CRTF-NO
                 MOVE PERSONAL-SPS-TEL-NO(WS-J)
                   TO LK-SPS-TEL-NO
                 MOVE PERSONAL-GRDN-NM(WS-J)
                 MOVE PERSONAL-GRDN-CRTF-TYP(WS-J)
                   TO LK-GRDN-CRTF-TYP-CD
                 MOVE PERSONAL-GRDN-CRTF-NO(WS-J)
                   TO WS-PROTECT-CRTF-NO
                 PERFORM PROTECT-CRTF-NO
                 MOVE WS-PROTECT-CRTF-NO TO LK-GRDN-CRTF-NO
                 MOVE PERSONAL-GRDN-TEL-NO(WS-J)
                   TO LK-GRDN-TEL-NO

                 MOVE CRTF-LIST-TYP-CD(WS-K)
                   TO LK-CRTF-LIST-TYP-CD(LK-CRTF-LIST-COUNT)
                 MOVE CRTF-LIST-NO(WS-K)
                   TO WS-PROTECT-CRTF-NO
                 PERFORM PROTECT-CRTF-NO
                 MOVE WS-PROTECT-CRTF-NO
                   TO LK-CRTF-LIST-NO(LK-CRTF-LIST-COUNT)
                 MOVE CRTF-LIST-MATR-DT(WS-K)
                   TO LK-CRTF-LIST-MATR-DT(LK-CRTF-LIST-COUNT)

           DISPLAY '证件列表记录数: ' LK-CRTF-LIST-COUNT.

      * 并出客户号转发：沿归并日志追到存续客户号(含A并入B、B再并入
      * C的链)，撤销归并后不再转发；解析失败按原客户号查询
       RESOLVE-MERGED-CUST-NO.
           CALL 'MRGFWD01' USING WS-FWD-TENANT-NO, WS-CUST-NO,
                WS-FWD-SURV-CUST-NO, WS-FWD-HOP-COUNT,
                WS-FWD-RESP-CODE, WS-FWD-RESP-MSG
           IF WS-FWD-RESP-CODE = 'W20001'
              DISPLAY '客户号已并档: ' WS-CUST-NO
                      ' 存续客户号: ' WS-FWD-SURV-CUST-NO
              MOVE WS-FWD-SURV-CUST-NO TO WS-CUST-NO
              MOVE 'Y' TO WS-FWD-FLG
           END-IF.

       CHECK-ANONYMIZED.
           MOVE 0 TO WS-ANON-COUNT
           IF WS-CUST-NO = SPACES
              MOVE 0 TO WS-ANON-COUNT
           END-IF.

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

       WRITE-PII-ACCESS-LOG.
           EXEC SQL
               INSERT INTO PII_QRY_ACCESS_LOG (
