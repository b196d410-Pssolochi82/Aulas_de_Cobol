      ******************************************************************
      * Author: PALMIRA SOLOCHI
      * Date: 15/10/26
      * Purpose: EXPORTACAO SAF-T (PT) DA FATURACAO DE UM MES OU DE
      *          UM ANO - CLIENTES, FATURAS COM DISCRIMINACAO DE
      *          IVA, NOTAS DE CREDITO E RECIBOS, COM VALIDACAO
      *          PREVIA DOS DADOS.
      * Tectonics: cobc
      ******************************************************************
      * Mod. History:
      * 15/10/26 - Programa novo. A declaracao mensal da faturacao
      *            a Autoridade Tributaria era feita a mao a partir
      *            das listagens. Para o periodo pedido (AAAAMM =
      *            mes, AAAA = ano inteiro) sai SAFTPT_<periodo>.XML
      *            na estrutura oficial 1.04_01:
      *              Header          dados da escola (tabela EMPRESA
      *                              de TABELAS.DAT: NIF, NOME,
      *                              MORADA, CIDADE, CODPOSTAL,
      *                              SERIE, ISENCAO, MOTIVO)
      *              MasterFiles     os clientes com documentos no
      *                              periodo (CLI-NIF), um produto
      *                              por codigo de IVA e a tabela de
      *                              taxas usadas
      *              SalesInvoices   faturas (FT, canceladas com
      *                              estado A) com as linhas de
      *                              FATLINHAS.DAT e notas de credito
      *                              (NC), repartidas pelas taxas da
      *                              fatura de origem
      *              Payments        recibos (RG) das confirmacoes de
      *                              PAGAMENTOS.DAT; o recibo todo
      *                              estornado sai com estado A
      *            Com os totais de controlo (NumberOfEntries,
      *            TotalDebit, TotalCredit). A primeira passagem so
      *            valida - cliente sem NIF ou com NIF invalido,
      *            fatura sem linhas, linha sem codigo de IVA, etc. -
      *            e havendo erros lista-os todos e nao grava o
      *            ficheiro (RC-ERRO-GRAVE). A segunda passagem grava.
      *            As confirmacoes pagas com saldo credor (forma K)
      *            nao sao recibo e ficam de fora, como no diario.
      * 15/10/26 - Os documentos registados numa serie (PROGREGDOC)
      *            saem com o codigo e o numero da serie ("FT
      *            FT2026/15") e com o seu ATCUD; os anteriores as
      *            series mantem "FT A/100235" e ATCUD 0.
      * 15/10/26 - Os recibos dos pagamentos por referencia
      *            Multibanco (forma M) saem com o mecanismo de
      *            pagamento MB em vez de NU.
      * 15/10/26 - FATURAS.DAT ganhou a chave alternativa FAT-CLIENTE e
      *            PAGAMENTOS.DAT as chaves alternativas PAG-FATURA e
      *            PAG-CLIENTE (com duplicados); o SELECT passa a
      *            declara-las.
      * 15/10/26 - O PostalCode do BillingAddress do cliente passa a
      *            sair de CLI-CODIGO-POSTAL (ia em branco).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSAFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURAS    ASSIGN TO "FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-FATURAS.
           SELECT FATLINHAS  ASSIGN TO "FATLINHAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATLINHAS.
           SELECT NOTASCRED  ASSIGN TO "NOTASCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTASCRED.
           SELECT PAGAMENTOS ASSIGN TO "PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               ALTERNATE RECORD KEY IS PAG-FATURA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT CLIENTES   ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENTES.
           SELECT SAFT       ASSIGN TO DYNAMIC WS-NOME-SAFT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAFT.
       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS.
       COPY "FATREG.cpy" REPLACING NIVEL-FAT BY 01
                                   CAMPO-FAT-REG BY FD-FATURA-REG.

       FD  FATLINHAS.
       COPY "FATLREG.cpy" REPLACING NIVEL-FLN BY 01
                                    CAMPO-FLN-REG BY FD-FATLINHA-REG.

       FD  NOTASCRED.
       COPY "NCRREG.cpy" REPLACING NIVEL-NCR BY 01
                                   CAMPO-NCR-REG BY FD-NOTACRED-REG.

       FD  PAGAMENTOS.
       COPY "PAGREG.cpy" REPLACING NIVEL-PAG BY 01
                                   CAMPO-PAG-REG BY FD-PAG-REGISTO.

       FD  CLIENTES.
       COPY "CLIREG.cpy" REPLACING NIVEL-CLI BY 01
                                   CAMPO-CLI-REG BY FD-CLIENTE-REG.

       FD  SAFT.
       01  FD-SAFT-REG                 PIC X(300).

       WORKING-STORAGE SECTION.
       COPY "RETCOD.cpy".

       01 WS-FS-FATURAS            PIC X(02) VALUE ZEROS.
       01 WS-FS-FATLINHAS          PIC X(02) VALUE ZEROS.
       01 WS-FS-NOTASCRED          PIC X(02) VALUE ZEROS.
       01 WS-FS-PAGAMENTOS         PIC X(02) VALUE ZEROS.
       01 WS-FS-CLIENTES           PIC X(02) VALUE ZEROS.
       01 WS-FS-SAFT               PIC X(02) VALUE ZEROS.

       01 WS-FIM-FICHEIRO          PIC X VALUE 'N'.
           88 WS-SEM-MAIS-REGISTOS        VALUE 'S'.
       01 WS-FIM-LINHAS            PIC X VALUE 'N'.
           88 WS-SEM-MAIS-LINHAS          VALUE 'S'.
       01 WS-IND-CLIENTES          PIC X VALUE 'N'.
           88 WS-CLIENTES-ABERTO          VALUE 'S'.
       01 WS-IND-FATURAS           PIC X VALUE 'N'.
           88 WS-FATURAS-ABERTO           VALUE 'S'.

      * V = primeira passagem (validacao e totais de controlo),
      * G = segunda passagem (gravacao do XML).
       01 WS-FASE                  PIC X VALUE 'V'.
           88 WS-FASE-VALIDACAO           VALUE 'V'.
           88 WS-FASE-GRAVACAO            VALUE 'G'.

       01 WS-PERIODO               PIC X(06) VALUE SPACES.
       01 WS-IND-PERIODO           PIC X VALUE 'N'.
           88 WS-PERIODO-OK               VALUE 'S'.
       01 WS-ANO-FISCAL            PIC 9(04) VALUE ZEROS.
       01 WS-MES-FISCAL            PIC 9(02) VALUE ZEROS.
       01 WS-DATA-INICIO           PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FIM              PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-NOME-SAFT             PIC X(20) VALUE SPACES.

       01 WS-DATA-AUX              PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AUX.
           03 WS-DA-ANO                PIC 9(04).
           03 WS-DA-MES                PIC 9(02).
           03 WS-DA-DIA                PIC 9(02).

      * Dados da escola (tabela EMPRESA de TABELAS.DAT). O NIF e o
      * nome sao obrigatorios; o resto tem omissao compilada.
       01 WS-EMP-NIF               PIC X(09) VALUE SPACES.
       01 WS-EMP-NOME              PIC X(30) VALUE SPACES.
       01 WS-EMP-MORADA            PIC X(30) VALUE SPACES.
       01 WS-EMP-CIDADE            PIC X(30) VALUE SPACES.
       01 WS-EMP-CODPOSTAL         PIC X(30) VALUE SPACES.
       01 WS-EMP-SERIE             PIC X(10) VALUE "A".
       01 WS-EMP-ISENCAO           PIC X(03) VALUE "M07".
       01 WS-EMP-MOTIVO            PIC X(30)
                                   VALUE "ISENTO ARTIGO 9. DO CIVA".

      * Validacao do NIF (modulo 11 sobre os 8 primeiros digitos),
      * como no PROGCLIENTE.
       01 WS-NIF-TRABALHO          PIC X(09) VALUE SPACES.
       01 FILLER REDEFINES WS-NIF-TRABALHO.
           03 WS-NIF-DIGITO            PIC 9(01) OCCURS 9 TIMES.
       01 WS-NIF-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-NIF-PESO              PIC 9(02) VALUE ZEROS.
       01 WS-NIF-SOMA              PIC 9(04) VALUE ZEROS.
       01 WS-NIF-RESTO             PIC 9(02) VALUE ZEROS.
       01 WS-NIF-QUOC              PIC 9(04) VALUE ZEROS.
       01 WS-NIF-CONTROLO          PIC 9(02) VALUE ZEROS.
       01 WS-NIF-VALIDO            PIC X VALUE 'N'.
           88 WS-NIF-OK                   VALUE 'S'.

      * Erros da validacao.
       01 WS-CONT-ERROS            PIC 9(05) VALUE ZEROS.
       01 WS-ERRO-DOC              PIC X(12) VALUE SPACES.
       01 WS-ERRO-NUM              PIC 9(06) VALUE ZEROS.
       01 WS-ERRO-TEXTO            PIC X(50) VALUE SPACES.

      * Totais de controlo.
       01 WS-CONT-VENDAS           PIC 9(07) VALUE ZEROS.
       01 WS-TOTAL-DEBITO-VENDAS   PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-CREDITO-VENDAS  PIC S9(11)V99 VALUE ZEROS.
       01 WS-CONT-RECIBOS          PIC 9(07) VALUE ZEROS.
       01 WS-TOTAL-CREDITO-RECIBOS PIC S9(11)V99 VALUE ZEROS.
       01 WS-CONT-EDIT             PIC Z(06)9.
       01 WS-TOTAL-EDIT            PIC -(11)9.99.

      * Clientes com documentos no periodo (MasterFiles).
       01 WS-CLT-TABELA.
           03 WS-CLT-CONT              PIC 9(04) VALUE ZEROS.
           03 WS-CLT-ID                PIC 9(06) OCCURS 1000 TIMES.
       01 WS-CLT-IDX               PIC 9(04) VALUE ZEROS.
       01 WS-CLIENTE-PEDIDO        PIC 9(06) VALUE ZEROS.
       01 WS-IND-CLIENTE           PIC X VALUE 'N'.
           88 WS-CLIENTE-REGISTADO        VALUE 'S'.
       01 WS-IND-CLT-CHEIA         PIC X VALUE 'N'.
           88 WS-CLT-CHEIA                VALUE 'S'.

      * Taxas de IVA usadas no periodo (TaxTable).
       01 WS-TXT-TABELA.
           03 WS-TXT-CONT              PIC 9(01) VALUE ZEROS.
           03 WS-TXT-ENTRADA OCCURS 5 TIMES.
               05 WS-TXT-CODIGO        PIC X(01).
               05 WS-TXT-TAXA          PIC 9(02)V99.
       01 WS-TXT-IDX               PIC 9(01) VALUE ZEROS.
       01 WS-IND-TAXA              PIC X VALUE 'N'.
           88 WS-TAXA-REGISTADA           VALUE 'S'.
       01 WS-PRODUTOS-GRAVADOS     PIC X(03) VALUE SPACES.

      * Linhas da fatura corrente (FATLINHAS.DAT).
       01 WS-FATURA-LINHAS         PIC 9(06) VALUE ZEROS.
       01 WS-LIN-TABELA.
           03 WS-LIN-CONT              PIC 9(02) VALUE ZEROS.
           03 WS-LIN-ENTRADA OCCURS 99 TIMES.
               05 WS-LN-DESCRICAO      PIC X(30).
               05 WS-LN-QUANTIDADE     PIC 9(03).
               05 WS-LN-VALOR-UNIT     PIC S9(07)V99.
               05 WS-LN-IVA-CODIGO     PIC X(01).
               05 WS-LN-IVA-TAXA       PIC 9(02)V99.
               05 WS-LN-BASE           PIC S9(09)V99.
               05 WS-LN-IVA            PIC S9(09)V99.
       01 WS-LIN-IDX               PIC 9(03) VALUE ZEROS.
       01 WS-IND-LINHAS            PIC X VALUE 'N'.
           88 WS-LINHAS-EXCEDIDAS         VALUE 'S'.

      * Totais do documento corrente.
       01 WS-DOC-BASE              PIC S9(09)V99 VALUE ZEROS.
       01 WS-DOC-IVA               PIC S9(09)V99 VALUE ZEROS.
       01 WS-DOC-TOTAL             PIC S9(09)V99 VALUE ZEROS.

      * Nota de credito repartida pelas taxas da fatura de origem,
      * na proporcao do valor com IVA de cada taxa.
       01 WS-NCT-TABELA.
           03 WS-NCT-CONT              PIC 9(01) VALUE ZEROS.
           03 WS-NCT-ENTRADA OCCURS 5 TIMES.
               05 WS-NCT-CODIGO        PIC X(01).
               05 WS-NCT-TAXA          PIC 9(02)V99.
               05 WS-NCT-BRUTO         PIC S9(09)V99.
               05 WS-NCT-PARTE         PIC S9(09)V99.
               05 WS-NCT-BASE          PIC S9(09)V99.
               05 WS-NCT-IVA           PIC S9(09)V99.
       01 WS-NCT-IDX               PIC 9(01) VALUE ZEROS.
       01 WS-NC-BRUTO-TOTAL        PIC S9(09)V99 VALUE ZEROS.
       01 WS-NC-DISTRIBUIDO        PIC S9(09)V99 VALUE ZEROS.
       01 WS-IND-NC                PIC X VALUE 'N'.
           88 WS-NC-TAXA-ACHADA           VALUE 'S'.
       01 WS-IND-NC-ERRO           PIC X VALUE 'N'.
           88 WS-NC-ORIGEM-INVALIDA       VALUE 'S'.
           88 WS-NC-TAXAS-EXCEDIDAS       VALUE 'T'.

      * Estornos (recibo + fatura + parcela) ate ao fim do periodo.
       01 WS-EST-TABELA.
           03 WS-EST-CONT              PIC 9(04) VALUE ZEROS.
           03 WS-EST-ENTRADA OCCURS 500 TIMES.
               05 WS-ES-RECIBO         PIC 9(06).
               05 WS-ES-FATURA         PIC 9(06).
               05 WS-ES-PARCELA        PIC 9(02).
       01 WS-EST-IDX               PIC 9(04) VALUE ZEROS.
       01 WS-IND-EST-CHEIA         PIC X VALUE 'N'.
           88 WS-EST-CHEIA                VALUE 'S'.

      * Recibo corrente: as confirmacoes consecutivas do mesmo
      * recibo e cliente, como no PROGRECIBOS.
       01 WS-REC-NUMERO            PIC 9(06) VALUE ZEROS.
       01 WS-REC-CLIENTE           PIC 9(06) VALUE ZEROS.
       01 WS-REC-DATA              PIC 9(08) VALUE ZEROS.
       01 WS-REC-FORMA             PIC X(01) VALUE SPACES.
       01 WS-REC-OPERADOR          PIC X(08) VALUE SPACES.
       01 WS-REC-TABELA.
           03 WS-REC-CONT              PIC 9(02) VALUE ZEROS.
           03 WS-REC-ENTRADA OCCURS 50 TIMES.
               05 WS-RL-FATURA         PIC 9(06).
               05 WS-RL-PARCELA        PIC 9(02).
               05 WS-RL-VALOR          PIC S9(07)V99.
               05 WS-RL-ESTORNADA      PIC X(01).
       01 WS-REC-IDX               PIC 9(02) VALUE ZEROS.
       01 WS-REC-ATIVAS            PIC 9(02) VALUE ZEROS.
       01 WS-REC-TOTAL             PIC S9(09)V99 VALUE ZEROS.
       01 WS-REC-LINHA             PIC 9(02) VALUE ZEROS.
       01 WS-IND-REC               PIC X VALUE 'N'.
           88 WS-REC-EXCEDIDO             VALUE 'S'.

      * Identificacao dos documentos ("FT A/100235").
       01 WS-TIPO-DOC              PIC X(02) VALUE SPACES.
       01 WS-NUM-DOC               PIC 9(06) VALUE ZEROS.
       01 WS-NUM-EDIT              PIC Z(05)9.
       01 WS-DOC-ID                PIC X(30) VALUE SPACES.
       01 WS-DOC-REFERENCIA        PIC X(30) VALUE SPACES.
       01 WS-DOC-PONTEIRO          PIC 9(02) VALUE 1.
       01 WS-DOC-ATCUD             PIC X(20) VALUE SPACES.

      * Imposto da linha a gravar.
       01 WS-IMP-CODIGO            PIC X(01) VALUE SPACES.
       01 WS-IMP-TAXA              PIC 9(02)V99 VALUE ZEROS.
       01 WS-IMP-TAXCODE           PIC X(03) VALUE SPACES.
       01 WS-IMP-DESCRICAO         PIC X(30) VALUE SPACES.
       01 WS-IMP-PRODUTO           PIC X(05) VALUE SPACES.

      * Montagem das linhas XML: indentacao de 2 por nivel, valor
      * aparado e com & < > substituidos.
       01 WS-XML-LINHA             PIC X(300) VALUE SPACES.
       01 WS-XML-PONTEIRO          PIC 9(03) VALUE 1.
       01 WS-NIVEL                 PIC 9(02) VALUE ZEROS.
       01 WS-TAG                   PIC X(30) VALUE SPACES.
       01 WS-CAMPO                 PIC X(60) VALUE SPACES.
       01 WS-CAMPO-AUX             PIC X(60) VALUE SPACES.
       01 WS-CAMPO-LEN             PIC 9(02) VALUE ZEROS.
       01 WS-ESPACOS-ESQ           PIC 9(02) VALUE ZEROS.
       01 WS-POS-INICIO            PIC 9(02) VALUE ZEROS.
       01 WS-CAR-IDX               PIC 9(02) VALUE ZEROS.

       01 WS-VALOR-AUX             PIC S9(11)V99 VALUE ZEROS.
       01 WS-VALOR-XML             PIC -(11)9.99.
       01 WS-TAXA-XML              PIC Z9.99.
       01 WS-QTD-XML               PIC ZZ9.

       01 WS-IND-TABCON            PIC X VALUE 'N'.
           88 WS-TABCON-FALHOU            VALUE 'S'.

       01 TABCON-PARAMETRES.
           02 TBC-TABELA               PIC X(10).
           02 TBC-CODIGO               PIC X(20).
           02 TBC-DATA                 PIC 9(08).
           02 TBC-DESCRICAO            PIC X(30).
           02 TBC-RESULTADO            PIC X(01).
               88 TBC-ENCONTRADO              VALUE 'S'.
               88 TBC-NAO-ENCONTRADO          VALUE 'N'.
               88 TBC-SEM-FICHEIRO            VALUE 'F'.

       01 DATAS-PARAMETRES.
           02 DT-FUNCAO                PIC X(01).
           02 DT-DATA1                 PIC 9(08).
           02 DT-DATA2                 PIC 9(08).
           02 DT-DIAS                  PIC S9(05).
           02 DT-DIA-SEMANA            PIC 9(01).
           02 DT-RESULTADO             PIC X(01).
               88 DT-OK                       VALUE 'S'.
               88 DT-INVALIDO                 VALUE 'N'.

       01 WS-IND-REGDOC            PIC X VALUE 'N'.
           88 WS-REGDOC-FALHOU            VALUE 'S'.

       01 REGDOC-PARAMETRES.
           02 RD-FUNCAO                PIC X(01).
           02 RD-TIPO                  PIC X(02).
           02 RD-NUMERO                PIC 9(06).
           02 RD-DATA                  PIC 9(08).
           02 RD-VALOR                 PIC S9(07)V99.
           02 RD-SERIE                 PIC X(10).
           02 RD-SEQ                   PIC 9(06).
           02 RD-ATCUD                 PIC X(20).
           02 RD-HASH-ANTERIOR         PIC X(18).
           02 RD-HASH                  PIC X(18).
           02 RD-RESULTADO             PIC X(01).
               88 RD-OK                       VALUE 'S'.
               88 RD-NAO-ENCONTRADO           VALUE 'N'.
               88 RD-ERRO                     VALUE 'F'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "*******************************************"
           DISPLAY "*   EXPORTACAO SAF-T (PT) DA FATURACAO    *"
           DISPLAY "*******************************************"

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM CARREGA-EMPRESA
           PERFORM PEDE-PERIODO

           IF NOT WS-PERIODO-OK
               DISPLAY "PERIODO INVALIDO - NADA EXPORTADO."
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               PERFORM ABRE-MESTRES

               SET WS-FASE-VALIDACAO TO TRUE
               PERFORM VALIDA-EMPRESA
               PERFORM CARREGA-ESTORNOS
               PERFORM TRATA-FATURAS-PERIODO
               PERFORM TRATA-NOTAS-PERIODO
               PERFORM TRATA-RECIBOS-PERIODO

               IF WS-CONT-ERROS > ZERO
                   DISPLAY " "
                   DISPLAY "SAF-T NAO GRAVADO: " WS-CONT-ERROS
                           " ERRO(S) - CORRIJA OS DADOS E REPITA."
                   MOVE 12 TO WS-RETURN-CODE
               ELSE
                   SET WS-FASE-GRAVACAO TO TRUE
                   OPEN OUTPUT SAFT
                   PERFORM GRAVA-SAFT
                   CLOSE SAFT
                   PERFORM MOSTRA-RESUMO
               END-IF

               PERFORM FECHA-MESTRES
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      * Cada dado da escola vem da tabela EMPRESA de TABELAS.DAT;
      * sem entrada vale a omissao compilada.
       CARREGA-EMPRESA.

           MOVE "NIF" TO TBC-CODIGO
           PERFORM CONSULTA-EMPRESA
           IF TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-EMP-NIF
           END-IF

           MOVE "NOME" TO TBC-CODIGO
           PERFORM CONSULTA-EMPRESA
           IF TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-EMP-NOME
           END-IF

           MOVE "MORADA" TO TBC-CODIGO
           PERFORM CONSULTA-EMPRESA
           IF TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-EMP-MORADA
           END-IF

           MOVE "CIDADE" TO TBC-CODIGO
           PERFORM CONSULTA-EMPRESA
           IF TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-EMP-CIDADE
           END-IF

           MOVE "CODPOSTAL" TO TBC-CODIGO
           PERFORM CONSULTA-EMPRESA
           IF TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-EMP-CODPOSTAL
           END-IF

           MOVE "SERIE" TO TBC-CODIGO
           PERFORM CONSULTA-EMPRESA
           IF TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-EMP-SERIE
           END-IF

           MOVE "ISENCAO" TO TBC-CODIGO
           PERFORM CONSULTA-EMPRESA
           IF TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-EMP-ISENCAO
           END-IF

           MOVE "MOTIVO" TO TBC-CODIGO
           PERFORM CONSULTA-EMPRESA
           IF TBC-ENCONTRADO
               MOVE TBC-DESCRICAO TO WS-EMP-MOTIVO
           END-IF.

       CONSULTA-EMPRESA.

           MOVE "EMPRESA" TO TBC-TABELA
           MOVE ZEROS TO TBC-DATA
           SET TBC-NAO-ENCONTRADO TO TRUE
           MOVE 'N' TO WS-IND-TABCON

           CALL 'PROGTABCON' USING TABCON-PARAMETRES
               ON EXCEPTION
                   SET WS-TABCON-FALHOU TO TRUE
           END-CALL

           IF WS-TABCON-FALHOU
               SET TBC-SEM-FICHEIRO TO TRUE
           END-IF.

      * AAAAMM = um mes; AAAA (so o ano) = o exercicio inteiro.
       PEDE-PERIODO.

           MOVE 'N' TO WS-IND-PERIODO
           MOVE SPACES TO WS-PERIODO

           DISPLAY "PERIODO A EXPORTAR (AAAAMM = MES, AAAA = ANO): "
           ACCEPT WS-PERIODO

           IF WS-PERIODO (1: 4) NUMERIC
              AND WS-PERIODO (1: 4) NOT = "0000"
               MOVE WS-PERIODO (1: 4) TO WS-ANO-FISCAL
               IF WS-PERIODO (5: 2) = SPACES
                   COMPUTE WS-DATA-INICIO = WS-ANO-FISCAL * 10000
                                          + 0101
                   COMPUTE WS-DATA-FIM = WS-ANO-FISCAL * 10000
                                       + 1231
                   SET WS-PERIODO-OK TO TRUE
               ELSE
                   IF WS-PERIODO (5: 2) NUMERIC
                       MOVE WS-PERIODO (5: 2) TO WS-MES-FISCAL
                       IF WS-MES-FISCAL >= 1 AND WS-MES-FISCAL <= 12
                           PERFORM CALCULA-LIMITES-MES
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-PERIODO-OK
               MOVE SPACES TO WS-NOME-SAFT
               STRING "SAFTPT_" WS-PERIODO ".XML"
                   DELIMITED BY SPACE INTO WS-NOME-SAFT
               END-STRING
           END-IF.

      * O ultimo dia do mes e o dia 1 do mes seguinte menos um.
       CALCULA-LIMITES-MES.

           COMPUTE WS-DATA-INICIO = WS-ANO-FISCAL * 10000
                                  + WS-MES-FISCAL * 100 + 1

           IF WS-MES-FISCAL = 12
               COMPUTE WS-DATA-FIM = WS-ANO-FISCAL * 10000 + 1231
               SET WS-PERIODO-OK TO TRUE
           ELSE
               MOVE 'S' TO DT-FUNCAO
               COMPUTE DT-DATA1 = WS-DATA-INICIO + 100
               MOVE -1 TO DT-DIAS
               CALL 'PROGDATAS' USING DATAS-PARAMETRES
                   ON EXCEPTION
                       SET DT-INVALIDO TO TRUE
               END-CALL
               IF DT-OK
                   MOVE DT-DATA2 TO WS-DATA-FIM
                   SET WS-PERIODO-OK TO TRUE
               END-IF
           END-IF.

       ABRE-MESTRES.

           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES = "00"
               SET WS-CLIENTES-ABERTO TO TRUE
           END-IF

           OPEN INPUT FATURAS
           IF WS-FS-FATURAS = "00"
               SET WS-FATURAS-ABERTO TO TRUE
           END-IF.

       FECHA-MESTRES.

           IF WS-CLIENTES-ABERTO
               CLOSE CLIENTES
           END-IF

           IF WS-FATURAS-ABERTO
               CLOSE FATURAS
           END-IF.

       REGISTA-ERRO.

           ADD 1 TO WS-CONT-ERROS
           DISPLAY "ERRO: " WS-ERRO-DOC " " WS-ERRO-NUM " - "
                   WS-ERRO-TEXTO.

      * -------------------- validacoes ------------------------------
       VALIDA-EMPRESA.

           MOVE "ESCOLA" TO WS-ERRO-DOC
           MOVE ZEROS TO WS-ERRO-NUM

           IF WS-EMP-NIF = SPACES
               MOVE "SEM NIF (TABELA EMPRESA, CODIGO NIF)"
                   TO WS-ERRO-TEXTO
               PERFORM REGISTA-ERRO
           ELSE
               MOVE WS-EMP-NIF TO WS-NIF-TRABALHO
               PERFORM VALIDA-NIF
               IF NOT WS-NIF-OK
                   MOVE "NIF INVALIDO (TABELA EMPRESA, CODIGO NIF)"
                       TO WS-ERRO-TEXTO
                   PERFORM REGISTA-ERRO
               END-IF
           END-IF

           IF WS-EMP-NOME = SPACES
               MOVE "SEM NOME (TABELA EMPRESA, CODIGO NOME)"
                   TO WS-ERRO-TEXTO
               PERFORM REGISTA-ERRO
           END-IF.

       VALIDA-NIF.

           MOVE 'N' TO WS-NIF-VALIDO

           IF WS-NIF-TRABALHO NUMERIC
               MOVE ZEROS TO WS-NIF-SOMA
               MOVE 9 TO WS-NIF-PESO
               PERFORM SOMA-DIGITO-NIF
                   VARYING WS-NIF-IDX FROM 1 BY 1
                   UNTIL WS-NIF-IDX > 8

               DIVIDE WS-NIF-SOMA BY 11 GIVING WS-NIF-QUOC
                      REMAINDER WS-NIF-RESTO

               IF WS-NIF-RESTO < 2
                   MOVE ZERO TO WS-NIF-CONTROLO
               ELSE
                   COMPUTE WS-NIF-CONTROLO = 11 - WS-NIF-RESTO
               END-IF

               IF WS-NIF-CONTROLO = WS-NIF-DIGITO (9)
                   SET WS-NIF-OK TO TRUE
               END-IF
           END-IF.

       SOMA-DIGITO-NIF.

           COMPUTE WS-NIF-SOMA = WS-NIF-SOMA
               + WS-NIF-DIGITO (WS-NIF-IDX) * WS-NIF-PESO
           SUBTRACT 1 FROM WS-NIF-PESO.

      * Cada cliente entra uma vez na tabela (e e validado uma vez,
      * para o erro nao se repetir em todos os documentos dele).
       REGISTA-CLIENTE.

           MOVE 'N' TO WS-IND-CLIENTE
           PERFORM PROCURA-CLIENTE-TAB
               VARYING WS-CLT-IDX FROM 1 BY 1
               UNTIL WS-CLT-IDX > WS-CLT-CONT
                  OR WS-CLIENTE-REGISTADO

           IF NOT WS-CLIENTE-REGISTADO
               IF WS-CLT-CONT < 1000
                   ADD 1 TO WS-CLT-CONT
                   MOVE WS-CLIENTE-PEDIDO TO WS-CLT-ID (WS-CLT-CONT)
                   PERFORM VALIDA-CLIENTE
               ELSE
                   IF NOT WS-CLT-CHEIA
                       SET WS-CLT-CHEIA TO TRUE
                       MOVE "CLIENTE" TO WS-ERRO-DOC
                       MOVE WS-CLIENTE-PEDIDO TO WS-ERRO-NUM
                       MOVE "MAIS DE 1000 CLIENTES NO PERIODO"
                           TO WS-ERRO-TEXTO
                       PERFORM REGISTA-ERRO
                   END-IF
               END-IF
           END-IF.

       PROCURA-CLIENTE-TAB.

           IF WS-CLT-ID (WS-CLT-IDX) = WS-CLIENTE-PEDIDO
               SET WS-CLIENTE-REGISTADO TO TRUE
           END-IF.

       VALIDA-CLIENTE.

           MOVE "CLIENTE" TO WS-ERRO-DOC
           MOVE WS-CLIENTE-PEDIDO TO WS-ERRO-NUM

           IF NOT WS-CLIENTES-ABERTO
               MOVE "CLIENTES.DAT INDISPONIVEL" TO WS-ERRO-TEXTO
               PERFORM REGISTA-ERRO
           ELSE
               MOVE WS-CLIENTE-PEDIDO TO CLI-ID
               READ CLIENTES
                   INVALID KEY
                       MOVE "NAO EXISTE EM CLIENTES.DAT"
                           TO WS-ERRO-TEXTO
                       PERFORM REGISTA-ERRO
                   NOT INVALID KEY
                       PERFORM VALIDA-NIF-CLIENTE
               END-READ
           END-IF.

       VALIDA-NIF-CLIENTE.

           IF CLI-NIF = SPACES
               MOVE "SEM NIF (CLI-NIF)" TO WS-ERRO-TEXTO
               PERFORM REGISTA-ERRO
           ELSE
               MOVE CLI-NIF TO WS-NIF-TRABALHO
               PERFORM VALIDA-NIF
               IF NOT WS-NIF-OK
                   MOVE "NIF INVALIDO (CLI-NIF)" TO WS-ERRO-TEXTO
                   PERFORM REGISTA-ERRO
               END-IF
           END-IF.

       REGISTA-TAXA.

           MOVE 'N' TO WS-IND-TAXA
           PERFORM PROCURA-TAXA-TAB
               VARYING WS-TXT-IDX FROM 1 BY 1
               UNTIL WS-TXT-IDX > WS-TXT-CONT
                  OR WS-TAXA-REGISTADA

           IF NOT WS-TAXA-REGISTADA
               IF WS-TXT-CONT < 5
                   ADD 1 TO WS-TXT-CONT
                   MOVE WS-IMP-CODIGO TO WS-TXT-CODIGO (WS-TXT-CONT)
                   MOVE WS-IMP-TAXA   TO WS-TXT-TAXA (WS-TXT-CONT)
               ELSE
                   MOVE "MAIS DE 5 TAXAS DE IVA DIFERENTES"
                       TO WS-ERRO-TEXTO
                   PERFORM REGISTA-ERRO
               END-IF
           END-IF.

       PROCURA-TAXA-TAB.

           IF WS-TXT-CODIGO (WS-TXT-IDX) = WS-IMP-CODIGO
              AND WS-TXT-TAXA (WS-TXT-IDX) = WS-IMP-TAXA
               SET WS-TAXA-REGISTADA TO TRUE
           END-IF.

      * -------------------- linhas da fatura ------------------------
       CARREGA-LINHAS-FATURA.

           MOVE ZEROS TO WS-LIN-CONT
                         WS-DOC-BASE
                         WS-DOC-IVA
                         WS-DOC-TOTAL
           MOVE 'N' TO WS-IND-LINHAS
           MOVE 'N' TO WS-FIM-LINHAS

           OPEN INPUT FATLINHAS
           IF WS-FS-FATLINHAS = "00"
               PERFORM LE-LINHA
               PERFORM GUARDA-LINHA
                   UNTIL WS-SEM-MAIS-LINHAS
               CLOSE FATLINHAS
           END-IF

           COMPUTE WS-DOC-TOTAL = WS-DOC-BASE + WS-DOC-IVA.

       LE-LINHA.

           READ FATLINHAS
               AT END SET WS-SEM-MAIS-LINHAS TO TRUE
           END-READ.

      * Base = quantidade x unitario; IVA arredondado por linha, como
      * na impressao da fatura (PROGFATIMP).
       GUARDA-LINHA.

           IF FLN-FATURA = WS-FATURA-LINHAS
               IF WS-LIN-CONT < 99
                   ADD 1 TO WS-LIN-CONT
                   MOVE FLN-DESCRICAO
                       TO WS-LN-DESCRICAO (WS-LIN-CONT)
                   MOVE FLN-QUANTIDADE
                       TO WS-LN-QUANTIDADE (WS-LIN-CONT)
                   MOVE FLN-VALOR-UNIT
                       TO WS-LN-VALOR-UNIT (WS-LIN-CONT)
                   MOVE FLN-IVA-CODIGO
                       TO WS-LN-IVA-CODIGO (WS-LIN-CONT)
                   MOVE FLN-IVA-TAXA
                       TO WS-LN-IVA-TAXA (WS-LIN-CONT)
                   COMPUTE WS-LN-BASE (WS-LIN-CONT) =
                       FLN-QUANTIDADE * FLN-VALOR-UNIT
                   COMPUTE WS-LN-IVA (WS-LIN-CONT) ROUNDED =
                       WS-LN-BASE (WS-LIN-CONT) * FLN-IVA-TAXA / 100
                   ADD WS-LN-BASE (WS-LIN-CONT) TO WS-DOC-BASE
                   ADD WS-LN-IVA (WS-LIN-CONT) TO WS-DOC-IVA
               ELSE
                   SET WS-LINHAS-EXCEDIDAS TO TRUE
               END-IF
           END-IF

           PERFORM LE-LINHA.

      * -------------------- faturas ---------------------------------
       TRATA-FATURAS-PERIODO.

           MOVE 'N' TO WS-FIM-FICHEIRO

           IF WS-FATURAS-ABERTO
               MOVE ZEROS TO FAT-NUMERO
               START FATURAS KEY IS >= FAT-NUMERO
                   INVALID KEY SET WS-SEM-MAIS-REGISTOS TO TRUE
               END-START
               IF NOT WS-SEM-MAIS-REGISTOS
                   PERFORM LE-FATURA
                   PERFORM TRATA-FATURA
                       UNTIL WS-SEM-MAIS-REGISTOS
               END-IF
           END-IF.

       LE-FATURA.

           READ FATURAS NEXT RECORD
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       TRATA-FATURA.

           IF FAT-DATA-EMISSAO >= WS-DATA-INICIO
              AND FAT-DATA-EMISSAO <= WS-DATA-FIM
               MOVE FAT-NUMERO TO WS-FATURA-LINHAS
               PERFORM CARREGA-LINHAS-FATURA
               IF WS-FASE-VALIDACAO
                   PERFORM VALIDA-FATURA
               ELSE
                   PERFORM GRAVA-FATURA
               END-IF
           END-IF

           PERFORM LE-FATURA.

       VALIDA-FATURA.

           ADD 1 TO WS-CONT-VENDAS

           MOVE FAT-CLIENTE TO WS-CLIENTE-PEDIDO
           PERFORM REGISTA-CLIENTE

           MOVE "FATURA" TO WS-ERRO-DOC
           MOVE FAT-NUMERO TO WS-ERRO-NUM

           IF WS-LIN-CONT = ZERO
               MOVE "SEM LINHAS EM FATLINHAS.DAT (IVA DESCONHECIDO)"
                   TO WS-ERRO-TEXTO
               PERFORM REGISTA-ERRO
           END-IF

           IF WS-LINHAS-EXCEDIDAS
               MOVE "MAIS DE 99 LINHAS" TO WS-ERRO-TEXTO
               PERFORM REGISTA-ERRO
           END-IF

           PERFORM VALIDA-LINHA
               VARYING WS-LIN-IDX FROM 1 BY 1
               UNTIL WS-LIN-IDX > WS-LIN-CONT

           IF NOT FAT-CANCELADA
               ADD WS-DOC-BASE TO WS-TOTAL-CREDITO-VENDAS
           END-IF.

       VALIDA-LINHA.

           IF WS-LN-IVA-CODIGO (WS-LIN-IDX) = 'I'
              OR WS-LN-IVA-CODIGO (WS-LIN-IDX) = 'R'
              OR WS-LN-IVA-CODIGO (WS-LIN-IDX) = 'N'
               MOVE WS-LN-IVA-CODIGO (WS-LIN-IDX) TO WS-IMP-CODIGO
               MOVE WS-LN-IVA-TAXA (WS-LIN-IDX) TO WS-IMP-TAXA
               PERFORM REGISTA-TAXA
           ELSE
               MOVE SPACES TO WS-ERRO-TEXTO
               STRING "LINHA " WS-LIN-IDX
                      " SEM CODIGO DE IVA (I/R/N)"
                   DELIMITED BY SIZE INTO WS-ERRO-TEXTO
               END-STRING
               PERFORM REGISTA-ERRO
           END-IF

           IF WS-LN-VALOR-UNIT (WS-LIN-IDX) < ZERO
               MOVE SPACES TO WS-ERRO-TEXTO
               STRING "LINHA " WS-LIN-IDX
                      " COM VALOR UNITARIO NEGATIVO"
                   DELIMITED BY SIZE INTO WS-ERRO-TEXTO
               END-STRING
               PERFORM REGISTA-ERRO
           END-IF.

       GRAVA-FATURA.

           MOVE "FT" TO WS-TIPO-DOC
           MOVE FAT-NUMERO TO WS-NUM-DOC
           PERFORM MONTA-NUMERO-DOC

           MOVE "Invoice" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "InvoiceNo" TO WS-TAG
           MOVE WS-DOC-ID TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "ATCUD" TO WS-TAG
           MOVE WS-DOC-ATCUD TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO

           MOVE "DocumentStatus" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "InvoiceStatus" TO WS-TAG
           IF FAT-CANCELADA
               MOVE "A" TO WS-CAMPO
           ELSE
               MOVE "N" TO WS-CAMPO
           END-IF
           PERFORM GRAVA-ELEMENTO
           MOVE "InvoiceStatusDate" TO WS-TAG
           MOVE FAT-DATA-EMISSAO TO WS-DATA-AUX
           PERFORM GRAVA-DATA-HORA
           MOVE "SourceID" TO WS-TAG
           MOVE "FATURACAO" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "SourceBilling" TO WS-TAG
           MOVE "P" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "DocumentStatus" TO WS-TAG
           PERFORM FECHA-TAG

           PERFORM GRAVA-HASH
           MOVE "InvoiceDate" TO WS-TAG
           MOVE FAT-DATA-EMISSAO TO WS-DATA-AUX
           PERFORM GRAVA-DATA
           MOVE "InvoiceType" TO WS-TAG
           MOVE "FT" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           PERFORM GRAVA-REGIMES
           MOVE "SourceID" TO WS-TAG
           MOVE "FATURACAO" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "SystemEntryDate" TO WS-TAG
           MOVE FAT-DATA-EMISSAO TO WS-DATA-AUX
           PERFORM GRAVA-DATA-HORA
           MOVE "CustomerID" TO WS-TAG
           MOVE FAT-CLIENTE TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO

           PERFORM GRAVA-LINHA-FATURA
               VARYING WS-LIN-IDX FROM 1 BY 1
               UNTIL WS-LIN-IDX > WS-LIN-CONT

           PERFORM GRAVA-TOTAIS-DOC

           MOVE "Invoice" TO WS-TAG
           PERFORM FECHA-TAG.

       GRAVA-LINHA-FATURA.

           MOVE WS-LN-IVA-CODIGO (WS-LIN-IDX) TO WS-IMP-CODIGO
           MOVE WS-LN-IVA-TAXA (WS-LIN-IDX) TO WS-IMP-TAXA
           PERFORM DESCREVE-CODIGO-IVA

           MOVE "Line" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "LineNumber" TO WS-TAG
           MOVE WS-LIN-IDX TO WS-QTD-XML
           MOVE WS-QTD-XML TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           PERFORM GRAVA-PRODUTO-LINHA
           MOVE "Quantity" TO WS-TAG
           MOVE WS-LN-QUANTIDADE (WS-LIN-IDX) TO WS-QTD-XML
           MOVE WS-QTD-XML TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "UnitOfMeasure" TO WS-TAG
           MOVE "UN" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "UnitPrice" TO WS-TAG
           MOVE WS-LN-VALOR-UNIT (WS-LIN-IDX) TO WS-VALOR-AUX
           PERFORM GRAVA-VALOR
           MOVE "TaxPointDate" TO WS-TAG
           MOVE FAT-DATA-EMISSAO TO WS-DATA-AUX
           PERFORM GRAVA-DATA
           MOVE "Description" TO WS-TAG
           MOVE WS-LN-DESCRICAO (WS-LIN-IDX) TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "CreditAmount" TO WS-TAG
           MOVE WS-LN-BASE (WS-LIN-IDX) TO WS-VALOR-AUX
           PERFORM GRAVA-VALOR
           PERFORM GRAVA-IMPOSTO
           MOVE "Line" TO WS-TAG
           PERFORM FECHA-TAG.

      * -------------------- notas de credito ------------------------
       TRATA-NOTAS-PERIODO.

           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT NOTASCRED
           IF WS-FS-NOTASCRED = "00"
               PERFORM LE-NOTA
               PERFORM TRATA-NOTA
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE NOTASCRED
           END-IF.

       LE-NOTA.

           READ NOTASCRED
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       TRATA-NOTA.

           IF NCR-DATA >= WS-DATA-INICIO
              AND NCR-DATA <= WS-DATA-FIM
               MOVE NCR-FATURA TO WS-FATURA-LINHAS
               PERFORM CARREGA-LINHAS-FATURA
               PERFORM REPARTE-NOTA
               IF WS-FASE-VALIDACAO
                   PERFORM VALIDA-NOTA
               ELSE
                   PERFORM GRAVA-NOTA
               END-IF
           END-IF

           PERFORM LE-NOTA.

      * A nota de credito so tem o valor total (IVA incluido): o IVA
      * sai da fatura de origem, repartindo o valor pelas taxas dela
      * na proporcao do valor com IVA de cada taxa. A ultima taxa
      * leva o resto, para os centimos baterem com NCR-VALOR.
       REPARTE-NOTA.

           MOVE ZEROS TO WS-NCT-CONT
                         WS-NC-BRUTO-TOTAL
                         WS-NC-DISTRIBUIDO
           MOVE 'N' TO WS-IND-NC-ERRO

           PERFORM AGREGA-LINHA-NOTA
               VARYING WS-LIN-IDX FROM 1 BY 1
               UNTIL WS-LIN-IDX > WS-LIN-CONT

           IF WS-LIN-CONT = ZERO
              OR WS-NC-BRUTO-TOTAL NOT > ZERO
               SET WS-NC-ORIGEM-INVALIDA TO TRUE
           END-IF

           MOVE ZEROS TO WS-DOC-BASE
                         WS-DOC-IVA
           MOVE NCR-VALOR TO WS-DOC-TOTAL

           IF NOT WS-NC-ORIGEM-INVALIDA
               PERFORM CALCULA-PARTE-NOTA
                   VARYING WS-NCT-IDX FROM 1 BY 1
                   UNTIL WS-NCT-IDX > WS-NCT-CONT
           END-IF.

       AGREGA-LINHA-NOTA.

           IF WS-LN-IVA-CODIGO (WS-LIN-IDX) NOT = 'I'
              AND WS-LN-IVA-CODIGO (WS-LIN-IDX) NOT = 'R'
              AND WS-LN-IVA-CODIGO (WS-LIN-IDX) NOT = 'N'
               SET WS-NC-ORIGEM-INVALIDA TO TRUE
           ELSE
               MOVE 'N' TO WS-IND-NC
               PERFORM PROCURA-TAXA-NOTA
                   VARYING WS-NCT-IDX FROM 1 BY 1
                   UNTIL WS-NCT-IDX > WS-NCT-CONT
                      OR WS-NC-TAXA-ACHADA
               IF WS-NC-TAXA-ACHADA
                   SUBTRACT 1 FROM WS-NCT-IDX
               ELSE
                   IF WS-NCT-CONT < 5
                       ADD 1 TO WS-NCT-CONT
                       MOVE WS-NCT-CONT TO WS-NCT-IDX
                       MOVE WS-LN-IVA-CODIGO (WS-LIN-IDX)
                           TO WS-NCT-CODIGO (WS-NCT-IDX)
                       MOVE WS-LN-IVA-TAXA (WS-LIN-IDX)
                           TO WS-NCT-TAXA (WS-NCT-IDX)
                       MOVE ZEROS TO WS-NCT-BRUTO (WS-NCT-IDX)
                   ELSE
                       SET WS-NC-TAXAS-EXCEDIDAS TO TRUE
                       MOVE ZERO TO WS-NCT-IDX
                   END-IF
               END-IF
               IF WS-NCT-IDX > ZERO
                   COMPUTE WS-NCT-BRUTO (WS-NCT-IDX) =
                       WS-NCT-BRUTO (WS-NCT-IDX)
                       + WS-LN-BASE (WS-LIN-IDX)
                       + WS-LN-IVA (WS-LIN-IDX)
                   COMPUTE WS-NC-BRUTO-TOTAL = WS-NC-BRUTO-TOTAL
                       + WS-LN-BASE (WS-LIN-IDX)
                       + WS-LN-IVA (WS-LIN-IDX)
               END-IF
           END-IF.

       PROCURA-TAXA-NOTA.

           IF WS-NCT-CODIGO (WS-NCT-IDX) = WS-LN-IVA-CODIGO (WS-LIN-IDX)
              AND WS-NCT-TAXA (WS-NCT-IDX) = WS-LN-IVA-TAXA (WS-LIN-IDX)
               SET WS-NC-TAXA-ACHADA TO TRUE
           END-IF.

       CALCULA-PARTE-NOTA.

           IF WS-NCT-IDX = WS-NCT-CONT
               COMPUTE WS-NCT-PARTE (WS-NCT-IDX) =
                   NCR-VALOR - WS-NC-DISTRIBUIDO
           ELSE
               COMPUTE WS-NCT-PARTE (WS-NCT-IDX) ROUNDED =
                   NCR-VALOR * WS-NCT-BRUTO (WS-NCT-IDX)
                   / WS-NC-BRUTO-TOTAL
               ADD WS-NCT-PARTE (WS-NCT-IDX) TO WS-NC-DISTRIBUIDO
           END-IF

           COMPUTE WS-NCT-BASE (WS-NCT-IDX) ROUNDED =
               WS-NCT-PARTE (WS-NCT-IDX) * 100
               / (100 + WS-NCT-TAXA (WS-NCT-IDX))
           COMPUTE WS-NCT-IVA (WS-NCT-IDX) =
               WS-NCT-PARTE (WS-NCT-IDX) - WS-NCT-BASE (WS-NCT-IDX)

           ADD WS-NCT-BASE (WS-NCT-IDX) TO WS-DOC-BASE
           ADD WS-NCT-IVA (WS-NCT-IDX) TO WS-DOC-IVA.

       VALIDA-NOTA.

           ADD 1 TO WS-CONT-VENDAS

           MOVE NCR-CLIENTE TO WS-CLIENTE-PEDIDO
           PERFORM REGISTA-CLIENTE

           MOVE "NOTA CREDITO" TO WS-ERRO-DOC
           MOVE NCR-NUMERO TO WS-ERRO-NUM

           IF NCR-VALOR NOT > ZERO
               MOVE "VALOR NAO POSITIVO" TO WS-ERRO-TEXTO
               PERFORM REGISTA-ERRO
           END-IF

           EVALUATE TRUE
               WHEN WS-NC-ORIGEM-INVALIDA
                   MOVE SPACES TO WS-ERRO-TEXTO
                   STRING "FATURA " NCR-FATURA
                          " SEM LINHAS OU SEM CODIGO DE IVA"
                       DELIMITED BY SIZE INTO WS-ERRO-TEXTO
                   END-STRING
                   PERFORM REGISTA-ERRO
               WHEN WS-NC-TAXAS-EXCEDIDAS
                   MOVE SPACES TO WS-ERRO-TEXTO
                   STRING "FATURA " NCR-FATURA
                          " COM MAIS DE 5 TAXAS DE IVA"
                       DELIMITED BY SIZE INTO WS-ERRO-TEXTO
                   END-STRING
                   PERFORM REGISTA-ERRO
               WHEN OTHER
                   PERFORM REGISTA-TAXA-NOTA
                       VARYING WS-NCT-IDX FROM 1 BY 1
                       UNTIL WS-NCT-IDX > WS-NCT-CONT
           END-EVALUATE

           ADD WS-DOC-BASE TO WS-TOTAL-DEBITO-VENDAS.

       REGISTA-TAXA-NOTA.

           MOVE WS-NCT-CODIGO (WS-NCT-IDX) TO WS-IMP-CODIGO
           MOVE WS-NCT-TAXA (WS-NCT-IDX) TO WS-IMP-TAXA
           PERFORM REGISTA-TAXA.

       GRAVA-NOTA.

           MOVE "FT" TO WS-TIPO-DOC
           MOVE NCR-FATURA TO WS-NUM-DOC
           PERFORM MONTA-NUMERO-DOC
           MOVE WS-DOC-ID TO WS-DOC-REFERENCIA

           MOVE "NC" TO WS-TIPO-DOC
           MOVE NCR-NUMERO TO WS-NUM-DOC
           PERFORM MONTA-NUMERO-DOC

           MOVE "Invoice" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "InvoiceNo" TO WS-TAG
           MOVE WS-DOC-ID TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "ATCUD" TO WS-TAG
           MOVE WS-DOC-ATCUD TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO

           MOVE "DocumentStatus" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "InvoiceStatus" TO WS-TAG
           MOVE "N" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "InvoiceStatusDate" TO WS-TAG
           MOVE NCR-DATA TO WS-DATA-AUX
           PERFORM GRAVA-DATA-HORA
           MOVE "SourceID" TO WS-TAG
           MOVE NCR-OPERADOR TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "SourceBilling" TO WS-TAG
           MOVE "P" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "DocumentStatus" TO WS-TAG
           PERFORM FECHA-TAG

           PERFORM GRAVA-HASH
           MOVE "InvoiceDate" TO WS-TAG
           MOVE NCR-DATA TO WS-DATA-AUX
           PERFORM GRAVA-DATA
           MOVE "InvoiceType" TO WS-TAG
           MOVE "NC" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           PERFORM GRAVA-REGIMES
           MOVE "SourceID" TO WS-TAG
           MOVE NCR-OPERADOR TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "SystemEntryDate" TO WS-TAG
           MOVE NCR-DATA TO WS-DATA-AUX
           PERFORM GRAVA-DATA-HORA
           MOVE "CustomerID" TO WS-TAG
           MOVE NCR-CLIENTE TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO

           PERFORM GRAVA-LINHA-NOTA
               VARYING WS-NCT-IDX FROM 1 BY 1
               UNTIL WS-NCT-IDX > WS-NCT-CONT

           PERFORM GRAVA-TOTAIS-DOC

           MOVE "Invoice" TO WS-TAG
           PERFORM FECHA-TAG.

       GRAVA-LINHA-NOTA.

           MOVE WS-NCT-CODIGO (WS-NCT-IDX) TO WS-IMP-CODIGO
           MOVE WS-NCT-TAXA (WS-NCT-IDX) TO WS-IMP-TAXA
           PERFORM DESCREVE-CODIGO-IVA

           MOVE "Line" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "LineNumber" TO WS-TAG
           MOVE WS-NCT-IDX TO WS-QTD-XML
           MOVE WS-QTD-XML TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           PERFORM GRAVA-PRODUTO-LINHA
           MOVE "Quantity" TO WS-TAG
           MOVE "1" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "UnitOfMeasure" TO WS-TAG
           MOVE "UN" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "UnitPrice" TO WS-TAG
           MOVE WS-NCT-BASE (WS-NCT-IDX) TO WS-VALOR-AUX
           PERFORM GRAVA-VALOR
           MOVE "TaxPointDate" TO WS-TAG
           MOVE NCR-DATA TO WS-DATA-AUX
           PERFORM GRAVA-DATA

           MOVE "References" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "Reference" TO WS-TAG
           MOVE WS-DOC-REFERENCIA TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "Reason" TO WS-TAG
           MOVE NCR-DESCRICAO TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "References" TO WS-TAG
           PERFORM FECHA-TAG

           MOVE "Description" TO WS-TAG
           MOVE NCR-DESCRICAO TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "DebitAmount" TO WS-TAG
           MOVE WS-NCT-BASE (WS-NCT-IDX) TO WS-VALOR-AUX
           PERFORM GRAVA-VALOR
           PERFORM GRAVA-IMPOSTO
           MOVE "Line" TO WS-TAG
           PERFORM FECHA-TAG.

      * -------------------- recibos ---------------------------------
      * O estorno leva o recibo, a fatura e a parcela da confirmacao
      * que anula. So contam os estornos ate ao fim do periodo, para
      * a exportacao repetida sair igual.
       CARREGA-ESTORNOS.

           MOVE ZEROS TO WS-EST-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               PERFORM LE-PAGAMENTO
               PERFORM GUARDA-ESTORNO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGAMENTOS
           END-IF.

       LE-PAGAMENTO.

           READ PAGAMENTOS
               AT END SET WS-SEM-MAIS-REGISTOS TO TRUE
           END-READ.

       GUARDA-ESTORNO.

           IF PAG-ESTORNO
              AND PAG-RECIBO > ZERO
              AND PAG-DATA <= WS-DATA-FIM
               IF WS-EST-CONT < 500
                   ADD 1 TO WS-EST-CONT
                   MOVE PAG-RECIBO  TO WS-ES-RECIBO (WS-EST-CONT)
                   MOVE PAG-FATURA  TO WS-ES-FATURA (WS-EST-CONT)
                   MOVE PAG-PARCELA TO WS-ES-PARCELA (WS-EST-CONT)
               ELSE
                   IF NOT WS-EST-CHEIA
                       SET WS-EST-CHEIA TO TRUE
                       MOVE "RECIBO" TO WS-ERRO-DOC
                       MOVE PAG-RECIBO TO WS-ERRO-NUM
                       MOVE "MAIS DE 500 ESTORNOS - TABELA CHEIA"
                           TO WS-ERRO-TEXTO
                       PERFORM REGISTA-ERRO
                   END-IF
               END-IF
           END-IF

           PERFORM LE-PAGAMENTO.

       TRATA-RECIBOS-PERIODO.

           MOVE ZEROS TO WS-REC-NUMERO
                         WS-REC-CLIENTE
                         WS-REC-CONT
           MOVE 'N' TO WS-FIM-FICHEIRO

           OPEN INPUT PAGAMENTOS
           IF WS-FS-PAGAMENTOS = "00"
               PERFORM LE-PAGAMENTO
               PERFORM TRATA-PAGAMENTO
                   UNTIL WS-SEM-MAIS-REGISTOS
               CLOSE PAGAMENTOS
           END-IF

           IF WS-REC-CONT > ZERO
               PERFORM FECHA-RECIBO
           END-IF.

       TRATA-PAGAMENTO.

           IF PAG-CONFIRMADO
              AND PAG-RECIBO > ZERO
              AND NOT PAG-SALDO-CREDOR
              AND PAG-DATA >= WS-DATA-INICIO
              AND PAG-DATA <= WS-DATA-FIM
               IF PAG-RECIBO NOT = WS-REC-NUMERO
                  OR PAG-CLIENTE NOT = WS-REC-CLIENTE
                   IF WS-REC-CONT > ZERO
                       PERFORM FECHA-RECIBO
                   END-IF
                   MOVE PAG-RECIBO   TO WS-REC-NUMERO
                   MOVE PAG-CLIENTE  TO WS-REC-CLIENTE
                   MOVE PAG-DATA     TO WS-REC-DATA
                   MOVE PAG-FORMA    TO WS-REC-FORMA
                   MOVE PAG-OPERADOR TO WS-REC-OPERADOR
                   MOVE 'N' TO WS-IND-REC
               END-IF
               IF WS-REC-CONT < 50
                   ADD 1 TO WS-REC-CONT
                   MOVE PAG-FATURA  TO WS-RL-FATURA (WS-REC-CONT)
                   MOVE PAG-PARCELA TO WS-RL-PARCELA (WS-REC-CONT)
                   MOVE PAG-VALOR   TO WS-RL-VALOR (WS-REC-CONT)
                   MOVE 'N' TO WS-RL-ESTORNADA (WS-REC-CONT)
               ELSE
                   SET WS-REC-EXCEDIDO TO TRUE
               END-IF
           END-IF

           PERFORM LE-PAGAMENTO.

      * O recibo com todas as confirmacoes estornadas sai anulado
      * (estado A, fora dos totais, com as linhas todas); senao sai
      * so com as linhas que continuam validas.
       FECHA-RECIBO.

           MOVE ZEROS TO WS-REC-ATIVAS
                         WS-REC-TOTAL
           PERFORM MARCA-LINHA-ESTORNADA
               VARYING WS-REC-IDX FROM 1 BY 1
               UNTIL WS-REC-IDX > WS-REC-CONT

           IF WS-REC-ATIVAS = ZERO
               PERFORM SOMA-LINHA-RECIBO
                   VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-CONT
           END-IF

           IF WS-FASE-VALIDACAO
               PERFORM VALIDA-RECIBO
           ELSE
               PERFORM GRAVA-RECIBO
           END-IF

           MOVE ZEROS TO WS-REC-CONT.

       MARCA-LINHA-ESTORNADA.

           PERFORM PROCURA-ESTORNO
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > WS-EST-CONT
                  OR WS-RL-ESTORNADA (WS-REC-IDX) = 'S'

           IF WS-RL-ESTORNADA (WS-REC-IDX) = 'N'
               ADD 1 TO WS-REC-ATIVAS
               PERFORM SOMA-LINHA-RECIBO
           END-IF.

       PROCURA-ESTORNO.

           IF WS-ES-RECIBO (WS-EST-IDX) = WS-REC-NUMERO
              AND WS-ES-FATURA (WS-EST-IDX) =
                  WS-RL-FATURA (WS-REC-IDX)
              AND WS-ES-PARCELA (WS-EST-IDX) =
                  WS-RL-PARCELA (WS-REC-IDX)
               MOVE 'S' TO WS-RL-ESTORNADA (WS-REC-IDX)
           END-IF.

       SOMA-LINHA-RECIBO.

           ADD WS-RL-VALOR (WS-REC-IDX) TO WS-REC-TOTAL.

       VALIDA-RECIBO.

           ADD 1 TO WS-CONT-RECIBOS

           MOVE WS-REC-CLIENTE TO WS-CLIENTE-PEDIDO
           PERFORM REGISTA-CLIENTE

           MOVE "RECIBO" TO WS-ERRO-DOC
           MOVE WS-REC-NUMERO TO WS-ERRO-NUM

           IF WS-REC-EXCEDIDO
               MOVE "MAIS DE 50 FATURAS NO MESMO RECIBO"
                   TO WS-ERRO-TEXTO
               PERFORM REGISTA-ERRO
           END-IF

           PERFORM VALIDA-FATURA-RECIBO
               VARYING WS-REC-IDX FROM 1 BY 1
               UNTIL WS-REC-IDX > WS-REC-CONT

           IF WS-REC-ATIVAS > ZERO
               ADD WS-REC-TOTAL TO WS-TOTAL-CREDITO-RECIBOS
           END-IF.

       VALIDA-FATURA-RECIBO.

           MOVE WS-RL-FATURA (WS-REC-IDX) TO WS-NUM-DOC
           PERFORM LE-FATURA-RECIBO

           IF WS-DATA-AUX = ZEROS
               MOVE SPACES TO WS-ERRO-TEXTO
               STRING "FATURA " WS-NUM-DOC
                      " NAO EXISTE EM FATURAS.DAT"
                   DELIMITED BY SIZE INTO WS-ERRO-TEXTO
               END-STRING
               PERFORM REGISTA-ERRO
           END-IF.

      * Devolve em WS-DATA-AUX a data de emissao da fatura WS-NUM-DOC
      * (zeros quando nao existe).
       LE-FATURA-RECIBO.

           MOVE ZEROS TO WS-DATA-AUX

           IF WS-FATURAS-ABERTO
               MOVE WS-NUM-DOC TO FAT-NUMERO
               READ FATURAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FAT-DATA-EMISSAO TO WS-DATA-AUX
               END-READ
           END-IF.

       GRAVA-RECIBO.

           MOVE "RG" TO WS-TIPO-DOC
           MOVE WS-REC-NUMERO TO WS-NUM-DOC
           PERFORM MONTA-NUMERO-DOC

           MOVE "Payment" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "PaymentRefNo" TO WS-TAG
           MOVE WS-DOC-ID TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "ATCUD" TO WS-TAG
           MOVE WS-DOC-ATCUD TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "TransactionDate" TO WS-TAG
           MOVE WS-REC-DATA TO WS-DATA-AUX
           PERFORM GRAVA-DATA
           MOVE "PaymentType" TO WS-TAG
           MOVE "RG" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO

           MOVE "DocumentStatus" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "PaymentStatus" TO WS-TAG
           IF WS-REC-ATIVAS = ZERO
               MOVE "A" TO WS-CAMPO
           ELSE
               MOVE "N" TO WS-CAMPO
           END-IF
           PERFORM GRAVA-ELEMENTO
           MOVE "PaymentStatusDate" TO WS-TAG
           MOVE WS-REC-DATA TO WS-DATA-AUX
           PERFORM GRAVA-DATA-HORA
           MOVE "SourceID" TO WS-TAG
           MOVE WS-REC-OPERADOR TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "SourcePayment" TO WS-TAG
           MOVE "P" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "DocumentStatus" TO WS-TAG
           PERFORM FECHA-TAG

           MOVE "PaymentMethod" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "PaymentMechanism" TO WS-TAG
           EVALUATE WS-REC-FORMA
               WHEN 'T'
                   MOVE "TB" TO WS-CAMPO
               WHEN 'C'
                   MOVE "CH" TO WS-CAMPO
               WHEN 'M'
                   MOVE "MB" TO WS-CAMPO
               WHEN OTHER
                   MOVE "NU" TO WS-CAMPO
           END-EVALUATE
           PERFORM GRAVA-ELEMENTO
           MOVE "PaymentAmount" TO WS-TAG
           MOVE WS-REC-TOTAL TO WS-VALOR-AUX
           PERFORM GRAVA-VALOR
           MOVE "PaymentDate" TO WS-TAG
           MOVE WS-REC-DATA TO WS-DATA-AUX
           PERFORM GRAVA-DATA
           MOVE "PaymentMethod" TO WS-TAG
           PERFORM FECHA-TAG

           MOVE "SourceID" TO WS-TAG
           MOVE WS-REC-OPERADOR TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "SystemEntryDate" TO WS-TAG
           MOVE WS-REC-DATA TO WS-DATA-AUX
           PERFORM GRAVA-DATA-HORA
           MOVE "CustomerID" TO WS-TAG
           MOVE WS-REC-CLIENTE TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO

           MOVE ZEROS TO WS-REC-LINHA
           PERFORM GRAVA-LINHA-RECIBO
               VARYING WS-REC-IDX FROM 1 BY 1
               UNTIL WS-REC-IDX > WS-REC-CONT

           MOVE "DocumentTotals" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "TaxPayable" TO WS-TAG
           MOVE ZEROS TO WS-VALOR-AUX
           PERFORM GRAVA-VALOR
           MOVE "NetTotal" TO WS-TAG
           MOVE WS-REC-TOTAL TO WS-VALOR-AUX
           PERFORM GRAVA-VALOR
           MOVE "GrossTotal" TO WS-TAG
           MOVE WS-REC-TOTAL TO WS-VALOR-AUX
           PERFORM GRAVA-VALOR
           MOVE "DocumentTotals" TO WS-TAG
           PERFORM FECHA-TAG

           MOVE "Payment" TO WS-TAG
           PERFORM FECHA-TAG.

       GRAVA-LINHA-RECIBO.

           IF WS-REC-ATIVAS = ZERO
              OR WS-RL-ESTORNADA (WS-REC-IDX) = 'N'
               ADD 1 TO WS-REC-LINHA

               MOVE "FT" TO WS-TIPO-DOC
               MOVE WS-RL-FATURA (WS-REC-IDX) TO WS-NUM-DOC
               PERFORM MONTA-NUMERO-DOC
               PERFORM LE-FATURA-RECIBO

               MOVE "Line" TO WS-TAG
               PERFORM ABRE-TAG
               MOVE "LineNumber" TO WS-TAG
               MOVE WS-REC-LINHA TO WS-QTD-XML
               MOVE WS-QTD-XML TO WS-CAMPO
               PERFORM GRAVA-ELEMENTO
               MOVE "SourceDocumentID" TO WS-TAG
               PERFORM ABRE-TAG
               MOVE "OriginatingON" TO WS-TAG
               MOVE WS-DOC-ID TO WS-CAMPO
               PERFORM GRAVA-ELEMENTO
               MOVE "InvoiceDate" TO WS-TAG
               PERFORM GRAVA-DATA
               MOVE "SourceDocumentID" TO WS-TAG
               PERFORM FECHA-TAG
               MOVE "CreditAmount" TO WS-TAG
               MOVE WS-RL-VALOR (WS-REC-IDX) TO WS-VALOR-AUX
               PERFORM GRAVA-VALOR
               MOVE "Line" TO WS-TAG
               PERFORM FECHA-TAG
           END-IF.

      * -------------------- ficheiro SAF-T --------------------------
       GRAVA-SAFT.

           MOVE ZEROS TO WS-NIVEL
           PERFORM INICIA-LINHA-XML
           STRING '<?xml version="1.0" encoding="Windows-1252"?>'
               DELIMITED BY SIZE INTO WS-XML-LINHA
               WITH POINTER WS-XML-PONTEIRO
           END-STRING
           PERFORM GRAVA-LINHA-XML

           PERFORM INICIA-LINHA-XML
           STRING '<AuditFile xmlns="'
                  'urn:OECD:StandardAuditFile-Tax:PT_1.04_01">'
               DELIMITED BY SIZE INTO WS-XML-LINHA
               WITH POINTER WS-XML-PONTEIRO
           END-STRING
           PERFORM GRAVA-LINHA-XML
           MOVE 1 TO WS-NIVEL

           PERFORM GRAVA-CABECALHO-SAFT

           MOVE "MasterFiles" TO WS-TAG
           PERFORM ABRE-TAG
           PERFORM GRAVA-CLIENTE-SAFT
               VARYING WS-CLT-IDX FROM 1 BY 1
               UNTIL WS-CLT-IDX > WS-CLT-CONT
           MOVE SPACES TO WS-PRODUTOS-GRAVADOS
           PERFORM GRAVA-PRODUTO-SAFT
               VARYING WS-TXT-IDX FROM 1 BY 1
               UNTIL WS-TXT-IDX > WS-TXT-CONT
           IF WS-TXT-CONT > ZERO
               MOVE "TaxTable" TO WS-TAG
               PERFORM ABRE-TAG
               PERFORM GRAVA-TAXA-SAFT
                   VARYING WS-TXT-IDX FROM 1 BY 1
                   UNTIL WS-TXT-IDX > WS-TXT-CONT
               MOVE "TaxTable" TO WS-TAG
               PERFORM FECHA-TAG
           END-IF
           MOVE "MasterFiles" TO WS-TAG
           PERFORM FECHA-TAG

           MOVE "SourceDocuments" TO WS-TAG
           PERFORM ABRE-TAG

           MOVE "SalesInvoices" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "NumberOfEntries" TO WS-TAG
           MOVE WS-CONT-VENDAS TO WS-CONT-EDIT
           MOVE WS-CONT-EDIT TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "TotalDebit" TO WS-TAG
           MOVE WS-TOTAL-DEBITO-VENDAS TO WS-VALOR-AUX
           PERFORM GRAVA-VALOR
           MOVE "TotalCredit" TO WS-TAG
           MOVE WS-TOTAL-CREDITO-VENDAS TO WS-VALOR-AUX
           PERFORM GRAVA-VALOR
           PERFORM TRATA-FATURAS-PERIODO
           PERFORM TRATA-NOTAS-PERIODO
           MOVE "SalesInvoices" TO WS-TAG
           PERFORM FECHA-TAG

           MOVE "Payments" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "NumberOfEntries" TO WS-TAG
           MOVE WS-CONT-RECIBOS TO WS-CONT-EDIT
           MOVE WS-CONT-EDIT TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "TotalDebit" TO WS-TAG
           MOVE ZEROS TO WS-VALOR-AUX
           PERFORM GRAVA-VALOR
           MOVE "TotalCredit" TO WS-TAG
           MOVE WS-TOTAL-CREDITO-RECIBOS TO WS-VALOR-AUX
           PERFORM GRAVA-VALOR
           PERFORM TRATA-RECIBOS-PERIODO
           MOVE "Payments" TO WS-TAG
           PERFORM FECHA-TAG

           MOVE "SourceDocuments" TO WS-TAG
           PERFORM FECHA-TAG

           MOVE "AuditFile" TO WS-TAG
           PERFORM FECHA-TAG.

       GRAVA-CABECALHO-SAFT.

           MOVE "Header" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "AuditFileVersion" TO WS-TAG
           MOVE "1.04_01" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "CompanyID" TO WS-TAG
           MOVE WS-EMP-NIF TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "TaxRegistrationNumber" TO WS-TAG
           MOVE WS-EMP-NIF TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "TaxAccountingBasis" TO WS-TAG
           MOVE "F" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "CompanyName" TO WS-TAG
           MOVE WS-EMP-NOME TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO

           MOVE "CompanyAddress" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "AddressDetail" TO WS-TAG
           MOVE WS-EMP-MORADA TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "City" TO WS-TAG
           MOVE WS-EMP-CIDADE TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "PostalCode" TO WS-TAG
           MOVE WS-EMP-CODPOSTAL TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "Country" TO WS-TAG
           MOVE "PT" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "CompanyAddress" TO WS-TAG
           PERFORM FECHA-TAG

           MOVE "FiscalYear" TO WS-TAG
           MOVE WS-ANO-FISCAL TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "StartDate" TO WS-TAG
           MOVE WS-DATA-INICIO TO WS-DATA-AUX
           PERFORM GRAVA-DATA
           MOVE "EndDate" TO WS-TAG
           MOVE WS-DATA-FIM TO WS-DATA-AUX
           PERFORM GRAVA-DATA
           MOVE "CurrencyCode" TO WS-TAG
           MOVE "EUR" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "DateCreated" TO WS-TAG
           MOVE WS-DATA-HOJE TO WS-DATA-AUX
           PERFORM GRAVA-DATA
           MOVE "TaxEntity" TO WS-TAG
           MOVE "Global" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "ProductCompanyTaxID" TO WS-TAG
           MOVE WS-EMP-NIF TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "SoftwareCertificateNumber" TO WS-TAG
           MOVE "0" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "ProductID" TO WS-TAG
           MOVE "AULAS DE COBOL/PALMIRA SOLOCHI" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "ProductVersion" TO WS-TAG
           MOVE "1.0" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "Header" TO WS-TAG
           PERFORM FECHA-TAG.

       GRAVA-CLIENTE-SAFT.

           MOVE WS-CLT-ID (WS-CLT-IDX) TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM GRAVA-DADOS-CLIENTE
           END-READ.

       GRAVA-DADOS-CLIENTE.

           MOVE "Customer" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "CustomerID" TO WS-TAG
           MOVE CLI-ID TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "AccountID" TO WS-TAG
           MOVE SPACES TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "CustomerTaxID" TO WS-TAG
           MOVE CLI-NIF TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "CompanyName" TO WS-TAG
           MOVE CLI-NOME TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "BillingAddress" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "AddressDetail" TO WS-TAG
           MOVE CLI-ENDERECO TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "City" TO WS-TAG
           MOVE CLI-CIDADE TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "PostalCode" TO WS-TAG
           MOVE CLI-CODIGO-POSTAL TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "Country" TO WS-TAG
           MOVE "PT" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "BillingAddress" TO WS-TAG
           PERFORM FECHA-TAG
           MOVE "SelfBillingIndicator" TO WS-TAG
           MOVE "0" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "Customer" TO WS-TAG
           PERFORM FECHA-TAG.

      * Um produto (servico) por codigo de IVA usado; a descricao de
      * cada linha segue no Description da linha.
       GRAVA-PRODUTO-SAFT.

           MOVE WS-TXT-CODIGO (WS-TXT-IDX) TO WS-IMP-CODIGO
           MOVE WS-TXT-TAXA (WS-TXT-IDX) TO WS-IMP-TAXA

           EVALUATE WS-IMP-CODIGO
               WHEN 'I'
                   IF WS-PRODUTOS-GRAVADOS (1: 1) = SPACE
                       MOVE 'S' TO WS-PRODUTOS-GRAVADOS (1: 1)
                       PERFORM GRAVA-DADOS-PRODUTO
                   END-IF
               WHEN 'R'
                   IF WS-PRODUTOS-GRAVADOS (2: 1) = SPACE
                       MOVE 'S' TO WS-PRODUTOS-GRAVADOS (2: 1)
                       PERFORM GRAVA-DADOS-PRODUTO
                   END-IF
               WHEN OTHER
                   IF WS-PRODUTOS-GRAVADOS (3: 1) = SPACE
                       MOVE 'S' TO WS-PRODUTOS-GRAVADOS (3: 1)
                       PERFORM GRAVA-DADOS-PRODUTO
                   END-IF
           END-EVALUATE.

       GRAVA-DADOS-PRODUTO.

           PERFORM DESCREVE-CODIGO-IVA

           MOVE "Product" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "ProductType" TO WS-TAG
           MOVE "S" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "ProductCode" TO WS-TAG
           MOVE WS-IMP-PRODUTO TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "ProductDescription" TO WS-TAG
           MOVE WS-IMP-DESCRICAO TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "ProductNumberCode" TO WS-TAG
           MOVE WS-IMP-PRODUTO TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "Product" TO WS-TAG
           PERFORM FECHA-TAG.

       GRAVA-TAXA-SAFT.

           MOVE WS-TXT-CODIGO (WS-TXT-IDX) TO WS-IMP-CODIGO
           MOVE WS-TXT-TAXA (WS-TXT-IDX) TO WS-IMP-TAXA
           PERFORM DESCREVE-CODIGO-IVA

           MOVE "TaxTableEntry" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "TaxType" TO WS-TAG
           MOVE "IVA" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "TaxCountryRegion" TO WS-TAG
           MOVE "PT" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "TaxCode" TO WS-TAG
           MOVE WS-IMP-TAXCODE TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "Description" TO WS-TAG
           MOVE WS-IMP-DESCRICAO TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "TaxPercentage" TO WS-TAG
           PERFORM GRAVA-PERCENTAGEM
           MOVE "TaxTableEntry" TO WS-TAG
           PERFORM FECHA-TAG.

       DESCREVE-CODIGO-IVA.

           EVALUATE WS-IMP-CODIGO
               WHEN 'I'
                   MOVE "ISE" TO WS-IMP-TAXCODE
                   MOVE "SRV-I" TO WS-IMP-PRODUTO
                   MOVE "SERVICOS ISENTOS DE IVA" TO WS-IMP-DESCRICAO
               WHEN 'R'
                   MOVE "RED" TO WS-IMP-TAXCODE
                   MOVE "SRV-R" TO WS-IMP-PRODUTO
                   MOVE "SERVICOS A TAXA REDUZIDA"
                       TO WS-IMP-DESCRICAO
               WHEN OTHER
                   MOVE "NOR" TO WS-IMP-TAXCODE
                   MOVE "SRV-N" TO WS-IMP-PRODUTO
                   MOVE "SERVICOS A TAXA NORMAL" TO WS-IMP-DESCRICAO
           END-EVALUATE.

      * -------------------- blocos comuns dos documentos ------------
      * Sem software certificado a assinatura e o controlo vao a 0.
       GRAVA-HASH.

           MOVE "Hash" TO WS-TAG
           MOVE "0" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "HashControl" TO WS-TAG
           MOVE "0" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO.

       GRAVA-REGIMES.

           MOVE "SpecialRegimes" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "SelfBillingIndicator" TO WS-TAG
           MOVE "0" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "CashVATSchemeIndicator" TO WS-TAG
           MOVE "0" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "ThirdPartiesBillingIndicator" TO WS-TAG
           MOVE "0" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "SpecialRegimes" TO WS-TAG
           PERFORM FECHA-TAG.

       GRAVA-PRODUTO-LINHA.

           MOVE "ProductCode" TO WS-TAG
           MOVE WS-IMP-PRODUTO TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "ProductDescription" TO WS-TAG
           MOVE WS-IMP-DESCRICAO TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO.

      * Bloco Tax da linha; a linha isenta leva o motivo e o codigo
      * de isencao (tabela EMPRESA, ISENCAO/MOTIVO).
       GRAVA-IMPOSTO.

           MOVE "Tax" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "TaxType" TO WS-TAG
           MOVE "IVA" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "TaxCountryRegion" TO WS-TAG
           MOVE "PT" TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "TaxCode" TO WS-TAG
           MOVE WS-IMP-TAXCODE TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO
           MOVE "TaxPercentage" TO WS-TAG
           PERFORM GRAVA-PERCENTAGEM
           MOVE "Tax" TO WS-TAG
           PERFORM FECHA-TAG

           IF WS-IMP-CODIGO = 'I'
               MOVE "TaxExemptionReason" TO WS-TAG
               MOVE WS-EMP-MOTIVO TO WS-CAMPO
               PERFORM GRAVA-ELEMENTO
               MOVE "TaxExemptionCode" TO WS-TAG
               MOVE WS-EMP-ISENCAO TO WS-CAMPO
               PERFORM GRAVA-ELEMENTO
           END-IF.

       GRAVA-TOTAIS-DOC.

           MOVE "DocumentTotals" TO WS-TAG
           PERFORM ABRE-TAG
           MOVE "TaxPayable" TO WS-TAG
           MOVE WS-DOC-IVA TO WS-VALOR-AUX
           PERFORM GRAVA-VALOR
           MOVE "NetTotal" TO WS-TAG
           MOVE WS-DOC-BASE TO WS-VALOR-AUX
           PERFORM GRAVA-VALOR
           MOVE "GrossTotal" TO WS-TAG
           COMPUTE WS-VALOR-AUX = WS-DOC-BASE + WS-DOC-IVA
           PERFORM GRAVA-VALOR
           MOVE "DocumentTotals" TO WS-TAG
           PERFORM FECHA-TAG.

      * "FT FT2026/15": tipo, serie do registo do documento, barra
      * e numero na serie sem zeros a esquerda, com o ATCUD do
      * registo. O documento anterior as series fica "FT A/100235"
      * (serie da tabela EMPRESA e numero interno) com ATCUD 0.
       MONTA-NUMERO-DOC.

           MOVE 'C'         TO RD-FUNCAO
           MOVE WS-TIPO-DOC TO RD-TIPO
           MOVE WS-NUM-DOC  TO RD-NUMERO
           MOVE 'N' TO WS-IND-REGDOC

           CALL 'PROGREGDOC' USING REGDOC-PARAMETRES
               ON EXCEPTION
                   SET WS-REGDOC-FALHOU TO TRUE
           END-CALL

           IF NOT WS-REGDOC-FALHOU AND RD-OK
               MOVE RD-SEQ   TO WS-NUM-EDIT
               MOVE RD-ATCUD TO WS-DOC-ATCUD
           ELSE
               MOVE WS-EMP-SERIE TO RD-SERIE
               MOVE WS-NUM-DOC   TO WS-NUM-EDIT
               MOVE "0"          TO WS-DOC-ATCUD
           END-IF

           MOVE WS-NUM-EDIT TO WS-CAMPO
           PERFORM APARA-CAMPO

           MOVE SPACES TO WS-DOC-ID
           MOVE 1 TO WS-DOC-PONTEIRO
           STRING WS-TIPO-DOC " " DELIMITED BY SIZE
                  RD-SERIE DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-CAMPO (1: WS-CAMPO-LEN) DELIMITED BY SIZE
               INTO WS-DOC-ID
               WITH POINTER WS-DOC-PONTEIRO
           END-STRING.

      * -------------------- montagem generica do XML ----------------
       INICIA-LINHA-XML.

           MOVE SPACES TO WS-XML-LINHA
           COMPUTE WS-XML-PONTEIRO = WS-NIVEL * 2 + 1.

       GRAVA-LINHA-XML.

           MOVE WS-XML-LINHA TO FD-SAFT-REG
           WRITE FD-SAFT-REG.

       ABRE-TAG.

           PERFORM INICIA-LINHA-XML
           STRING "<" DELIMITED BY SIZE
                  WS-TAG DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
               INTO WS-XML-LINHA
               WITH POINTER WS-XML-PONTEIRO
           END-STRING
           PERFORM GRAVA-LINHA-XML
           ADD 1 TO WS-NIVEL.

       FECHA-TAG.

           SUBTRACT 1 FROM WS-NIVEL
           PERFORM INICIA-LINHA-XML
           STRING "</" DELIMITED BY SIZE
                  WS-TAG DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
               INTO WS-XML-LINHA
               WITH POINTER WS-XML-PONTEIRO
           END-STRING
           PERFORM GRAVA-LINHA-XML.

      * <Tag>valor</Tag>. O valor em branco sai "Desconhecido", que e
      * o que a estrutura oficial pede para o dado que nao existe.
       GRAVA-ELEMENTO.

           PERFORM APARA-CAMPO
           IF WS-CAMPO-LEN = ZERO
               MOVE "Desconhecido" TO WS-CAMPO
               PERFORM APARA-CAMPO
           END-IF

           PERFORM INICIA-LINHA-XML
           STRING "<" DELIMITED BY SIZE
                  WS-TAG DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
               INTO WS-XML-LINHA
               WITH POINTER WS-XML-PONTEIRO
           END-STRING

           PERFORM ESCAPA-CARACTER
               VARYING WS-CAR-IDX FROM 1 BY 1
               UNTIL WS-CAR-IDX > WS-CAMPO-LEN

           STRING "</" DELIMITED BY SIZE
                  WS-TAG DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
               INTO WS-XML-LINHA
               WITH POINTER WS-XML-PONTEIRO
           END-STRING
           PERFORM GRAVA-LINHA-XML.

       ESCAPA-CARACTER.

           EVALUATE WS-CAMPO (WS-CAR-IDX: 1)
               WHEN "&"
                   STRING "&amp;" DELIMITED BY SIZE
                       INTO WS-XML-LINHA
                       WITH POINTER WS-XML-PONTEIRO
                   END-STRING
               WHEN "<"
                   STRING "&lt;" DELIMITED BY SIZE
                       INTO WS-XML-LINHA
                       WITH POINTER WS-XML-PONTEIRO
                   END-STRING
               WHEN ">"
                   STRING "&gt;" DELIMITED BY SIZE
                       INTO WS-XML-LINHA
                       WITH POINTER WS-XML-PONTEIRO
                   END-STRING
               WHEN OTHER
                   STRING WS-CAMPO (WS-CAR-IDX: 1) DELIMITED BY SIZE
                       INTO WS-XML-LINHA
                       WITH POINTER WS-XML-PONTEIRO
                   END-STRING
           END-EVALUATE.

       GRAVA-VALOR.

           MOVE WS-VALOR-AUX TO WS-VALOR-XML
           MOVE WS-VALOR-XML TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO.

       GRAVA-PERCENTAGEM.

           MOVE WS-IMP-TAXA TO WS-TAXA-XML
           MOVE WS-TAXA-XML TO WS-CAMPO
           PERFORM GRAVA-ELEMENTO.

       GRAVA-DATA.

           MOVE SPACES TO WS-CAMPO
           STRING WS-DA-ANO "-" WS-DA-MES "-" WS-DA-DIA
               DELIMITED BY SIZE INTO WS-CAMPO
           END-STRING
           PERFORM GRAVA-ELEMENTO.

       GRAVA-DATA-HORA.

           MOVE SPACES TO WS-CAMPO
           STRING WS-DA-ANO "-" WS-DA-MES "-" WS-DA-DIA
                  "T00:00:00"
               DELIMITED BY SIZE INTO WS-CAMPO
           END-STRING
           PERFORM GRAVA-ELEMENTO.

       APARA-CAMPO.

           MOVE ZEROS TO WS-ESPACOS-ESQ
           INSPECT WS-CAMPO
                   TALLYING WS-ESPACOS-ESQ FOR LEADING SPACE

           IF WS-ESPACOS-ESQ > ZERO AND WS-ESPACOS-ESQ < 60
               COMPUTE WS-POS-INICIO = WS-ESPACOS-ESQ + 1
               MOVE WS-CAMPO (WS-POS-INICIO: ) TO WS-CAMPO-AUX
               MOVE WS-CAMPO-AUX TO WS-CAMPO
           END-IF

           MOVE 60 TO WS-CAMPO-LEN
           PERFORM APARA-DIREITA
               UNTIL WS-CAMPO-LEN = ZERO
                  OR WS-CAMPO (WS-CAMPO-LEN: 1) NOT = SPACE.

       APARA-DIREITA.

           SUBTRACT 1 FROM WS-CAMPO-LEN.

       MOSTRA-RESUMO.

           DISPLAY " "
           DISPLAY WS-NOME-SAFT " GRAVADO:"
           MOVE WS-CONT-VENDAS TO WS-CONT-EDIT
           DISPLAY "  DOCUMENTOS DE VENDA .... " WS-CONT-EDIT
           MOVE WS-TOTAL-CREDITO-VENDAS TO WS-TOTAL-EDIT
           DISPLAY "  TOTAL FATURADO (BASE) .. " WS-TOTAL-EDIT
           MOVE WS-TOTAL-DEBITO-VENDAS TO WS-TOTAL-EDIT
           DISPLAY "  NOTAS DE CREDITO (BASE)  " WS-TOTAL-EDIT
           MOVE WS-CONT-RECIBOS TO WS-CONT-EDIT
           DISPLAY "  RECIBOS ................ " WS-CONT-EDIT
           MOVE WS-TOTAL-CREDITO-RECIBOS TO WS-TOTAL-EDIT
           DISPLAY "  TOTAL RECEBIDO ......... " WS-TOTAL-EDIT.
