      * 03/09/26 - A carga inicial ganha, no grupo OPERACOES, a
      *            revisao da quarentena (PROGQUARENTENA, so
      *            supervisores).
      * 15/10/26 - Em ambiente de formacao (PROGAMBIENTE, escolhido
      *            no sign-on) os menus levam a marca do ambiente.
      * 15/10/26 - A carga inicial ganha, no grupo OPERACOES, a fila
      *            de aprovacao de operacoes (PROGAPROVA, so
      *            supervisores).
      * 15/10/26 - A carga inicial ganha, no grupo ACADEMICO, os
      *            consentimentos dos encarregados (PROGCONSENT).
      * 15/10/26 - A carga inicial ganha, no grupo ACADEMICO, a ficha do
      *            aluno (PROGFICHA).
      * 15/10/26 - A carga inicial ganha, no grupo ACADEMICO, as bolsas
      *            de merito (PROGMERITO, so supervisores).
      * 15/10/26 - A carga inicial ganha, no grupo ACADEMICO, as
      *            circulares aos encarregados (PROGCIRCULAR).
      * 15/10/26 - A carga inicial ganha, no grupo ACADEMICO, a
      *            estatistica anual para o ministerio (PROGESTMIN).
      * 15/10/26 - A carga inicial ganha, no grupo FATURACAO, as
      *            vendas ao balcao (PROGVENDA) e os artigos do balcao
      *            e stock (PROGARTIGO).
      * 15/10/26 - A carga inicial ganha, no grupo ACADEMICO, as
      *            observacoes do conselho de turma (PROGOBSERVA).
      * 15/10/26 - A carga inicial ganha, no grupo OPERACOES, a opcao 9
      *            MORADAS A CORRIGIR (PROGMORADAS, perfil de operador):
      *            a listagem dos clientes cuja morada falha a validacao
      *            do codigo postal.
      * 15/10/26 - O perfil de docente (D) so entra nas opcoes das
      *            notas: MNU-PERFIL ganha D (tambem docentes) e E (so
      *            supervisores e docentes). A carga inicial marca D a
      *            area academica, o BOLETIM e o PROGOBSERVA, e E o
      *            PROGEMENDA, que so aceitava supervisores; as
      *            restantes entradas recusam o docente. No menu
      *            compilado o docente so tem o boletim. Um MENU.DAT ja
      *            carregado so ganha os novos perfis com nova carga
      *            (opcao 90).
      * 15/10/26 - ESCOLA_JOB e limpa a entrada do menu, para que o lote
      *            do BOLETIM pedido daqui peca sempre a identificacao
      *            do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMENU.
           02 SGN-PERFIL               PIC X(01).
               88 SGN-SUPERVISOR              VALUE 'S'.
               88 SGN-COMUM                   VALUE 'O'.
               88 SGN-DOCENTE                 VALUE 'D'.
           02 SGN-RESULTADO            PIC X(01).
               88 SGN-OK                      VALUE 'S'.
               88 SGN-FALHOU                  VALUE 'N'.

       01 AMBIENTE-PARAMETRES.
           02 AMB-FUNCAO               PIC X(01).
           02 AMB-MODO                 PIC X(01) VALUE 'R'.
               88 AMB-REAL                    VALUE 'R'.
               88 AMB-FORMACAO                VALUE 'F'.
           02 AMB-DIRETORIO            PIC X(20).
           02 AMB-MARCA                PIC X(40).
           02 AMB-RESULTADO            PIC X(01).
               88 AMB-OK                      VALUE 'S'.
               88 AMB-INVALIDO                VALUE 'N'.

       01 AUDIT-PARAMETRES.
           02 AUD-PROGRAMA             PIC X(14).
           02 AUD-TIPO                 PIC X(08).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      * Nada do que se corre daqui e o job de lote.
            DISPLAY "ESCOLA_JOB" UPON ENVIRONMENT-NAME
            DISPLAY " " UPON ENVIRONMENT-VALUE

            MOVE 'N' TO WS-IND-SIGNON
            CALL 'PROGSIGNON' USING SIGNON-PARAMETRES
                ON EXCEPTION
                        "ENCERRADO."
                SET WS-MENU-TERMINADO TO TRUE
            ELSE
                PERFORM CONSULTA-AMBIENTE
                PERFORM CARREGA-MENU
            END-IF


            GOBACK.

      * O ambiente ja foi escolhido no sign-on; aqui so se consulta
      * para marcar os menus.
       CONSULTA-AMBIENTE.

            MOVE 'C' TO AMB-FUNCAO
            MOVE 'N' TO WS-IND-CHAMADA
            CALL 'PROGAMBIENTE' USING AMBIENTE-PARAMETRES
                ON EXCEPTION
                    SET WS-CHAMADA-FALHOU TO TRUE
            END-CALL

            IF WS-CHAMADA-FALHOU OR AMB-INVALIDO
                SET AMB-REAL TO TRUE
            END-IF.

       CARREGA-MENU.

            MOVE ZEROS TO WS-MEN-CONT
            DISPLAY "*******************************************"
            DISPLAY "* MENU " WS-GRUPO-ATUAL
                    "                          *"
            IF AMB-FORMACAO
                DISPLAY "*  " AMB-MARCA
            END-IF
            DISPLAY "*******************************************"

            PERFORM MOSTRA-ENTRADA
                MOVE WS-MEN-IDX TO WS-MEN-USO
            END-IF.

      * A permissao e o perfil da entrada e, se a entrada trouxer
      * uma lista de operadores, so esses entram. Perfis: O =
      * operadores e supervisores, S = so supervisores, D = tambem
      * os docentes, E = so supervisores e docentes. Um docente so
      * entra nas entradas D e E (as das notas).
       VERIFICA-PERMISSAO.

            MOVE 'N' TO WS-PERMITIDO

            EVALUATE TRUE
                WHEN WS-MN-PERFIL (WS-MEN-USO) = 'S'
                     AND NOT SGN-SUPERVISOR
                    CONTINUE
                WHEN WS-MN-PERFIL (WS-MEN-USO) = 'E'
                     AND NOT SGN-SUPERVISOR AND NOT SGN-DOCENTE
                    CONTINUE
                WHEN SGN-DOCENTE
                     AND WS-MN-PERFIL (WS-MEN-USO) NOT = 'D'
                     AND WS-MN-PERFIL (WS-MEN-USO) NOT = 'E'
                    CONTINUE
                WHEN WS-MN-LISTA (WS-MEN-USO) = SPACES
                    SET WS-ACESSO-PERMITIDO TO TRUE
                WHEN OTHER
                    PERFORM VERIFICA-LISTA
                        VARYING WS-LST-IDX FROM 1 BY 1
                        UNTIL WS-LST-IDX > 4
                           OR WS-ACESSO-PERMITIDO
            END-EVALUATE.

       VERIFICA-LISTA.

            MOVE "AREA ACADEMICA" TO MNU-DESCRICAO
            MOVE 'S' TO MNU-TIPO
            MOVE "ACADEMICO" TO MNU-DESTINO
            MOVE 'D' TO MNU-PERFIL
            PERFORM GRAVA-ENTRADA-MENU

            MOVE SPACES TO FD-MENU-REG
            MOVE "BOLETIM ESCOLAR" TO MNU-DESCRICAO
            MOVE 'P' TO MNU-TIPO
            MOVE "BOLETIM" TO MNU-DESTINO
            MOVE 'D' TO MNU-PERFIL
            PERFORM GRAVA-ENTRADA-MENU

            MOVE SPACES TO FD-MENU-REG
            MOVE "EMENDA DE NOTAS" TO MNU-DESCRICAO
            MOVE 'P' TO MNU-TIPO
            MOVE "PROGEMENDA" TO MNU-DESTINO
            MOVE 'E' TO MNU-PERFIL
            PERFORM GRAVA-ENTRADA-MENU

            MOVE SPACES TO FD-MENU-REG
            MOVE 'O' TO MNU-PERFIL
            PERFORM GRAVA-ENTRADA-MENU

            MOVE SPACES TO FD-MENU-REG
            MOVE "ACADEMICO" TO MNU-GRUPO
            MOVE 7 TO MNU-OPCAO
            MOVE "CONSENTIMENTOS DOS ENCARREGADOS" TO MNU-DESCRICAO
            MOVE 'P' TO MNU-TIPO
            MOVE "PROGCONSENT" TO MNU-DESTINO
            MOVE 'O' TO MNU-PERFIL
            PERFORM GRAVA-ENTRADA-MENU

            MOVE SPACES TO FD-MENU-REG
            MOVE "ACADEMICO" TO MNU-GRUPO
            MOVE 8 TO MNU-OPCAO
            MOVE "FICHA DO ALUNO" TO MNU-DESCRICAO
            MOVE 'P' TO MNU-TIPO
            MOVE "PROGFICHA" TO MNU-DESTINO
            MOVE 'O' TO MNU-PERFIL
            PERFORM GRAVA-ENTRADA-MENU

            MOVE SPACES TO FD-MENU-REG
            MOVE "ACADEMICO" TO MNU-GRUPO
            MOVE 9 TO MNU-OPCAO
            MOVE "BOLSAS DE MERITO" TO MNU-DESCRICAO
            MOVE 'P' TO MNU-TIPO
            MOVE "PROGMERITO" TO MNU-DESTINO
            MOVE 'S' TO MNU-PERFIL
            PERFORM GRAVA-ENTRADA-MENU

            MOVE SPACES TO FD-MENU-REG
            MOVE "ACADEMICO" TO MNU-GRUPO
            MOVE 10 TO MNU-OPCAO
            MOVE "CIRCULARES AOS ENCARREGADOS" TO MNU-DESCRICAO
            MOVE 'P' TO MNU-TIPO
            MOVE "PROGCIRCULAR" TO MNU-DESTINO
            MOVE 'O' TO MNU-PERFIL
            PERFORM GRAVA-ENTRADA-MENU

            MOVE SPACES TO FD-MENU-REG
            MOVE "ACADEMICO" TO MNU-GRUPO
            MOVE 11 TO MNU-OPCAO
            MOVE "ESTATISTICA PARA O MINISTERIO" TO MNU-DESCRICAO
            MOVE 'P' TO MNU-TIPO
            MOVE "PROGESTMIN" TO MNU-DESTINO
            MOVE 'O' TO MNU-PERFIL
            PERFORM GRAVA-ENTRADA-MENU

            MOVE SPACES TO FD-MENU-REG
            MOVE "ACADEMICO" TO MNU-GRUPO
            MOVE 12 TO MNU-OPCAO
            MOVE "OBSERVACOES DO CONSELHO DE TURMA" TO MNU-DESCRICAO
            MOVE 'P' TO MNU-TIPO
            MOVE "PROGOBSERVA" TO MNU-DESTINO
            MOVE 'D' TO MNU-PERFIL
            PERFORM GRAVA-ENTRADA-MENU

            MOVE SPACES TO FD-MENU-REG
            MOVE "FATURACAO" TO MNU-GRUPO
            MOVE 1 TO MNU-OPCAO
            MOVE 'S' TO MNU-PERFIL
            PERFORM GRAVA-ENTRADA-MENU

            MOVE SPACES TO FD-MENU-REG
            MOVE "FATURACAO" TO MNU-GRUPO
            MOVE 6 TO MNU-OPCAO
            MOVE "VENDAS AO BALCAO" TO MNU-DESCRICAO
            MOVE 'P' TO MNU-TIPO
            MOVE "PROGVENDA" TO MNU-DESTINO
            MOVE 'O' TO MNU-PERFIL
            PERFORM GRAVA-ENTRADA-MENU

            MOVE SPACES TO FD-MENU-REG
            MOVE "FATURACAO" TO MNU-GRUPO
            MOVE 7 TO MNU-OPCAO
            MOVE "ARTIGOS DO BALCAO E STOCK" TO MNU-DESCRICAO
            MOVE 'P' TO MNU-TIPO
            MOVE "PROGARTIGO" TO MNU-DESTINO
            MOVE 'O' TO MNU-PERFIL
            PERFORM GRAVA-ENTRADA-MENU

            MOVE SPACES TO FD-MENU-REG
            MOVE "OPERACOES" TO MNU-GRUPO
            MOVE 1 TO MNU-OPCAO
            MOVE 'P' TO MNU-TIPO
            MOVE "PROGSPOOLVIS" TO MNU-DESTINO
            MOVE 'O' TO MNU-PERFIL
            PERFORM GRAVA-ENTRADA-MENU

            MOVE SPACES TO FD-MENU-REG
            MOVE "OPERACOES" TO MNU-GRUPO
            MOVE 8 TO MNU-OPCAO
            MOVE "APROVACAO DE OPERACOES" TO MNU-DESCRICAO
            MOVE 'P' TO MNU-TIPO
            MOVE "PROGAPROVA" TO MNU-DESTINO
            MOVE 'S' TO MNU-PERFIL
            PERFORM GRAVA-ENTRADA-MENU

            MOVE SPACES TO FD-MENU-REG
            MOVE "OPERACOES" TO MNU-GRUPO
            MOVE 9 TO MNU-OPCAO
            MOVE "MORADAS A CORRIGIR" TO MNU-DESCRICAO
            MOVE 'P' TO MNU-TIPO
            MOVE "PROGMORADAS" TO MNU-DESTINO
            MOVE 'O' TO MNU-PERFIL
            PERFORM GRAVA-ENTRADA-MENU.

      * ------- menu compilado de recurso (sem MENU.DAT) ---------
       PROCESSA-MENU-COMPILADO.

            PERFORM MOSTRA-MENU-COMPILADO

      * No menu compilado o docente so tem o boletim escolar.
            IF SGN-DOCENTE
               AND WS-OPCAO NOT = 1 AND WS-OPCAO NOT = 0
               AND WS-OPCAO NOT = 90
                DISPLAY "ACESSO NEGADO - O PERFIL DE DOCENTE SO TEM "
                        "O BOLETIM ESCOLAR."
            ELSE
                PERFORM EXECUTA-OPCAO-COMPILADA
            END-IF.

       MOSTRA-MENU-COMPILADO.

            DISPLAY " "
            DISPLAY "*******************************************"
            DISPLAY "*         MENU PRINCIPAL DO SISTEMA        *"
            IF AMB-FORMACAO
                DISPLAY "*  " AMB-MARCA
            END-IF
            DISPLAY "*******************************************"
            DISPLAY "  1 - BOLETIM ESCOLAR"
            DISPLAY "  2 - REGISTAR PAGAMENTO"
