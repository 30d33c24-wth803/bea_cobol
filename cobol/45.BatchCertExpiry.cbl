01  WS-CRTF-MATR-DT              PIC X(08).
01  WS-RSTR-FLG                  PIC X(01).

*> 授权签字人证件到期段：签字人证件过期后SIGNRCHK01即拒绝其
*> 代企业办理，提前按同样分级提示客户经理催企业更新登记；只
*> 预警不盖限制标志(限制的是签字人资格而非企业客户本身)
01  WS-SIGNR-SCAN-COUNT          PIC 9(7) VALUE 0.
01  WS-SIGNR-CRTF-NO             PIC X(20).

*> 租户运行参数：命令行传入租户号时只扫描该租户并在输出文件
*> 名后缀租户号，各租户运营团队只拿到自己的客户；空白时沿用
*> 全租户合并输出
01  WS-RPT-NAME-TMP         PIC X(60).
01  WS-RPT-FILE-NAME        PIC X(60).

*> 证件号码掩码工作区(CRTFTOKEN01)：到期报告只出掩码号
01  WS-MASK-MODE-CD         PIC X(01) VALUE 'M'.
01  WS-MASK-CRTF-NO         PIC X(20).
01  WS-MASK-CRTF-TOKEN      PIC X(20).
01  WS-MASK-CRTF-MASK       PIC X(20).
01  WS-MASK-RESP-CODE       PIC X(06).
01  WS-MASK-RESP-MSG        PIC X(50).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       PERFORM WRITE-TENANT-SUBTOTAL
    END-IF

    PERFORM SCAN-SIGNATORY-CERTS

    MOVE SPACES TO REPORT-RECORD
    STRING 'TOTAL WARNED: ' DELIMITED BY SIZE
           WS-SCAN-COUNT DELIMITED BY SIZE
           ' RESTRICTED: ' DELIMITED BY SIZE
           WS-RESTRICT-COUNT DELIMITED BY SIZE
           ' SIGNATORY WARNED: ' DELIMITED BY SIZE
           WS-SIGNR-SCAN-COUNT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE

    DISPLAY '证件到期监控批处理完成，预警:' WS-SCAN-COUNT
            ' 新增限制:' WS-RESTRICT-COUNT
            ' 签字人预警:' WS-SIGNR-SCAN-COUNT.

    GOBACK.

      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 授权签字人证件到期段：扫描在册签字人(CORP_AUTH_SIGNATORY)中
*> 证件90天内到期或已过期者，租户/机构过滤沿用客户段(机构取
*> 所属企业客户的开户机构)
SCAN-SIGNATORY-CERTS.
    EXEC SQL
        DECLARE SIGNR-EXP-CUR CURSOR FOR
        SELECT S.TENANT_NO, S.CUST_NO, S.SIGNER_CRTF_NO,
               S.SIGNER_CRTF_MATR_DT
          FROM CORP_AUTH_SIGNATORY S, CUSTOMER_BASIC_INFO C
         WHERE S.VALID_FLG = '1'
           AND C.CUST_NO = S.CUST_NO
           AND C.TENANT_NO = S.TENANT_NO
           AND C.VALID_FLG = '1'
           AND (:WS-RUN-TENANT-NO = ' '
                OR S.TENANT_NO = :WS-RUN-TENANT-NO)
           AND (:WS-RUN-BRANCH-NO = ' '
                OR C.BRANCH_NO = :WS-RUN-BRANCH-NO)
           AND S.SIGNER_CRTF_MATR_DT NOT = SPACES
           AND S.SIGNER_CRTF_MATR_DT <= :WS-D90-DT
         ORDER BY S.TENANT_NO, S.CUST_NO
    END-EXEC.

    EXEC SQL OPEN SIGNR-EXP-CUR END-EXEC.
    IF SQLCODE NOT = 0
       DISPLAY '授权签字人证件到期游标打开失败'
    ELSE
       MOVE SQLCODE TO WS-FETCH-SQLCODE
       PERFORM UNTIL WS-FETCH-SQLCODE NOT = 0
          EXEC SQL
              FETCH SIGNR-EXP-CUR
               INTO :WS-TENANT-NO, :WS-CUST-NO, :WS-SIGNR-CRTF-NO,
                    :WS-CRTF-MATR-DT
          END-EXEC
          MOVE SQLCODE TO WS-FETCH-SQLCODE

          IF WS-FETCH-SQLCODE = 0
             PERFORM PROCESS-ONE-SIGNATORY-CERT
          END-IF
       END-PERFORM

       EXEC SQL CLOSE SIGNR-EXP-CUR END-EXEC
    END-IF.

PROCESS-ONE-SIGNATORY-CERT.
    ADD 1 TO WS-SIGNR-SCAN-COUNT

    EVALUATE TRUE
       WHEN WS-CRTF-MATR-DT < WS-CURRENT-DATE
          MOVE 'EXPIRED' TO WS-TIER-TXT
       WHEN WS-CRTF-MATR-DT <= WS-D30-DT
          MOVE 'D30' TO WS-TIER-TXT
       WHEN WS-CRTF-MATR-DT <= WS-D60-DT
          MOVE 'D60' TO WS-TIER-TXT
       WHEN OTHER
          MOVE 'D90' TO WS-TIER-TXT
    END-EVALUATE

    MOVE WS-SIGNR-CRTF-NO TO WS-MASK-CRTF-NO
    PERFORM MASK-CRTF-NO
    MOVE SPACES TO REPORT-RECORD
    STRING 'SIGNATORY ' DELIMITED BY SIZE
           WS-TENANT-NO DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-CUST-NO DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-MASK-CRTF-MASK DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-CRTF-MATR-DT DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-TIER-TXT DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

*> 证件号码(明文或令牌)换掩码号；取不到掩码时整段以'*'遮蔽
MASK-CRTF-NO.
    CALL 'CRTFTOKEN01' USING WS-MASK-MODE-CD, WS-MASK-CRTF-NO,
                             WS-MASK-CRTF-TOKEN, WS-MASK-CRTF-MASK,
                             WS-MASK-RESP-CODE, WS-MASK-RESP-MSG
    END-CALL
    IF WS-MASK-RESP-CODE NOT = '000000'
       MOVE ALL '*' TO WS-MASK-CRTF-MASK
    END-IF.
