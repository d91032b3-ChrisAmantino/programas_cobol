      * Update: 030 - O REGISTRO DE RESUBMISSAO DE COMPRAS
      * ACOMPANHOU O NOVO LAYOUT COMPRAS (TIPO DE REGISTRO E CODIGO
      * DE AUTORIZACAO ORIGINAL DA DEVOLUCAO - LRECL 27).
      * Update: 042 - O REGISTRO DE RESUBMISSAO DE COMPRAS
      * ACOMPANHOU O CODIGO DA LOJA NO LAYOUT COMPRAS (LRECL 31).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL12.
       01  REG-CPF-RESUBMIT     PIC 9(11).

       FD  COMPRAS-RESUBMIT.
       01  REG-COMPRA-RESUBMIT  PIC X(31).

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.
                IF WRK-FS-COMPRSUB = "35"
                    OPEN OUTPUT COMPRAS-RESUBMIT
                END-IF
                MOVE WRK-REGISTRO-NOVO(1:31) TO REG-COMPRA-RESUBMIT
                WRITE REG-COMPRA-RESUBMIT
                CLOSE COMPRAS-RESUBMIT
            END-IF.
