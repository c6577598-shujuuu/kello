      *FAMILIA, BECA): HORARIOS POR ESTUDIO/FOTOGRAFO E DIA, MARCADOS
      *CONTRA O CONTRATO DO FORMANDO COM CONFERENCIA DE CONFLITO NOS
      *MOLDES DO VIP100V. AGENDAMENTO E FOLHA DO DIA EM VIP124;
      *COBERTURA POR TURMA EM VIP125. QUANDO A DATA DE FORMATURA DA
      *TURMA MUDA, O COP046 DESLOCA AS SESSOES AGENDADAS.
       FD  VID114.
       01  REG-VID114.
           05  CHAVE-V114.
