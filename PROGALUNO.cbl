      * 22/08/26 - Pede tambem o cliente encarregado de educacao
      *            (ALU-ENCARREGADO, 0 = nenhum), que o BOLETIM usa
      *            para enderecar as cartas de resultados.
      * 15/10/26 - Segundo responsavel financeiro: com encarregado
      *            ligado, pede o segundo cliente que paga
      *            (ALU-ENCARREGADO-2, 0 = nenhum) e a percentagem
      *            paga pelo primeiro (ALU-QUOTA-ENC, 1 a 99); o
      *            segundo paga o resto. Sem segundo a quota fica
      *            em 100. Registos antigos sem os campos (em
      *            branco) contam como sem segundo encarregado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGALUNO.
       01 WS-ESTADO-ALUNO                  PIC X VALUE 'A'.
       01 WS-ENCARREGADO                   PIC 9(06) VALUE ZEROS.
       01 WS-ENCARREGADO-TX                PIC X(06) VALUE SPACES.
       01 WS-ENCARREGADO-2                 PIC 9(06) VALUE ZEROS.
       01 WS-QUOTA-ENC                     PIC 9(03) VALUE 100.
       01 WS-OPCAO                         PIC X VALUE 'S'.
       01 WS-ALTERA                        PIC X VALUE 'N'.

                        "(0 = NENHUM): "
                ACCEPT WS-ENCARREGADO

                MOVE ZEROS TO WS-ENCARREGADO-2
                MOVE 100   TO WS-QUOTA-ENC
                IF WS-ENCARREGADO NOT = ZEROS
                    DISPLAY "SEGUNDO RESPONSAVEL FINANCEIRO "
                            "(0 = NENHUM): "
                    ACCEPT WS-ENCARREGADO-2
                    IF WS-ENCARREGADO-2 = WS-ENCARREGADO
                        DISPLAY "E O MESMO CLIENTE - SEM SEGUNDO "
                                "RESPONSAVEL."
                        MOVE ZEROS TO WS-ENCARREGADO-2
                    END-IF
                    IF WS-ENCARREGADO-2 NOT = ZEROS
                        PERFORM PEDE-QUOTA
                    END-IF
                END-IF

                MOVE WS-ALUNO-NUM     TO ALU-NUMERO
                MOVE WS-NOME-ALUNO    TO ALU-NOME
                MOVE 'A'              TO ALU-ESTADO
                MOVE WS-ENCARREGADO   TO ALU-ENCARREGADO
                MOVE WS-ENCARREGADO-2 TO ALU-ENCARREGADO-2
                MOVE WS-QUOTA-ENC     TO ALU-QUOTA-ENC
                WRITE FD-ALUNO-REG
                IF WS-FS-ALUNOS = "00"
                    DISPLAY "ALUNO " WS-ALUNO-NUM " GRAVADO."

       ALTERA-ALUNO.

      * Registo anterior aos campos do segundo responsavel.
            IF ALU-ENCARREGADO-2 NOT NUMERIC
               OR ALU-QUOTA-ENC NOT NUMERIC
                MOVE ZEROS TO ALU-ENCARREGADO-2
                MOVE 100   TO ALU-QUOTA-ENC
            END-IF

            DISPLAY "ALUNO JA EXISTE:"
            DISPLAY "  NUMERO      : " ALU-NUMERO
            DISPLAY "  NOME        : " ALU-NOME
            DISPLAY "  ESTADO      : " ALU-ESTADO
            DISPLAY "  ENCARREGADO : " ALU-ENCARREGADO
            IF ALU-ENCARREGADO-2 NOT = ZEROS
                DISPLAY "  2. RESPONS. : " ALU-ENCARREGADO-2
                        " (QUOTA DO 1. " ALU-QUOTA-ENC "%)"
            END-IF
            DISPLAY "ALTERAR ESTE ALUNO? (S/N): "
            ACCEPT WS-ALTERA

                    MOVE WS-ENCARREGADO    TO ALU-ENCARREGADO
                END-IF

                IF ALU-ENCARREGADO = ZEROS
                    MOVE ZEROS TO ALU-ENCARREGADO-2
                    MOVE 100   TO ALU-QUOTA-ENC
                ELSE
                    PERFORM ALTERA-SEGUNDO-RESPONSAVEL
                END-IF

                REWRITE FD-ALUNO-REG
                IF WS-FS-ALUNOS = "00"
                    DISPLAY "ALUNO " ALU-NUMERO " ATUALIZADO."
                            WS-FS-ALUNOS
                END-IF
            END-IF.
      * ENTER mantem o segundo responsavel, 0 retira-o. Com
      * segundo responsavel a quota e sempre confirmada.
       ALTERA-SEGUNDO-RESPONSAVEL.

            DISPLAY "NOVO SEGUNDO RESPONSAVEL FINANCEIRO "
                    "(ENTER = MANTEM, 0 = NENHUM): "
            MOVE SPACES TO WS-ENCARREGADO-TX
            ACCEPT WS-ENCARREGADO-TX
            IF WS-ENCARREGADO-TX NOT = SPACES
                MOVE WS-ENCARREGADO-TX TO WS-ENCARREGADO-2
                MOVE WS-ENCARREGADO-2  TO ALU-ENCARREGADO-2
            END-IF

            IF ALU-ENCARREGADO-2 = ALU-ENCARREGADO
                DISPLAY "E O MESMO CLIENTE - SEM SEGUNDO "
                        "RESPONSAVEL."
                MOVE ZEROS TO ALU-ENCARREGADO-2
            END-IF

            IF ALU-ENCARREGADO-2 = ZEROS
                MOVE 100 TO ALU-QUOTA-ENC
            ELSE
                IF ALU-QUOTA-ENC = 100
                    PERFORM PEDE-QUOTA
                ELSE
                    DISPLAY "NOVA QUOTA DO PRIMEIRO EM % "
                            "(0 = MANTEM " ALU-QUOTA-ENC "): "
                    MOVE ZEROS TO WS-QUOTA-ENC
                    ACCEPT WS-QUOTA-ENC
                    IF WS-QUOTA-ENC = ZEROS
                        MOVE ALU-QUOTA-ENC TO WS-QUOTA-ENC
                    ELSE
                        IF WS-QUOTA-ENC > 99
                            DISPLAY "QUOTA INVALIDA (1 A 99)."
                            PERFORM PEDE-QUOTA
                        END-IF
                    END-IF
                END-IF
                MOVE WS-QUOTA-ENC TO ALU-QUOTA-ENC
            END-IF.

       PEDE-QUOTA.

            DISPLAY "PERCENTAGEM PAGA PELO PRIMEIRO ENCARREGADO "
                    "(1 A 99): "
            MOVE ZEROS TO WS-QUOTA-ENC
            ACCEPT WS-QUOTA-ENC

            IF WS-QUOTA-ENC < 1 OR WS-QUOTA-ENC > 99
                DISPLAY "QUOTA INVALIDA (1 A 99)."
                PERFORM PEDE-QUOTA
            END-IF.
       END PROGRAM PROGALUNO.
