      *            senha em branco (aceites com aviso ate a senha
      *            ser definida) e o estado em branco conta como
      *            ativo.
      * 15/10/26 - Perfil D = docente e o novo OPE-DOCENTE (DOC-NUMERO
      *            de DOCENTES.DAT, zeros = nenhum): o docente so
      *            lanca notas nas turmas/disciplinas que as suas
      *            atribuicoes lhe dao (PROGATRCON). Registo de 69
      *            posicoes; os antigos leem-se sem docente.
      ******************************************************************
       NIVEL-OPE CAMPO-OPE-REG.
           05 OPE-ID               PIC X(08).
               88 OPE-ATIVO               VALUE 'A' ' '.
               88 OPE-BLOQUEADO           VALUE 'B'.
               88 OPE-DESATIVADO          VALUE 'D'.
           05 OPE-DOCENTE          PIC 9(04).
