      *----------------------------------------------------------------*
      *    ESPERA.CPY  -  Lista de espera por vaga em turma lotada.    *
      *    Arquivo indexado por turma+ano+sequencia: a sequencia e a   *
      *    ordem do pedido e a chamada segue a chave. O pedido fica    *
      *    "A" aguardando ate virar matricula ("M", com o numero       *
      *    gerado) ou desistencia ("D").                               *
      *----------------------------------------------------------------*
       01  ESPERA-REG.
           05  ESP-CHAVE.
               10  ESP-TURMA-COD       PIC X(10).
               10  ESP-ANO-LETIVO      PIC 9(04).
               10  ESP-SEQUENCIA       PIC 9(05).
           05  ESP-NOME                PIC X(50).
           05  ESP-DATA-NASCIMENTO     PIC 9(08).
           05  ESP-CONTATO             PIC X(30).
           05  ESP-DATA-PEDIDO         PIC 9(08).
           05  ESP-HORA-PEDIDO         PIC 9(08).
           05  ESP-OPERADOR            PIC X(10).
           05  ESP-SITUACAO            PIC X(01).
               88  ESP-AGUARDANDO             VALUE "A".
               88  ESP-MATRICULADO            VALUE "M".
               88  ESP-DESISTENTE             VALUE "D".
           05  ESP-DATA-SITUACAO       PIC 9(08).
           05  ESP-MATRICULA           PIC 9(06).
           05  FILLER                  PIC X(10).
