002100        88 UORGL065-OK                   VALUE '00'.
002200        88 UORGL065-SEM-ALTERACAO        VALUE '04'.
002300        88 UORGL065-ERRO-SQL             VALUE '99'.
002400     03 UORGL065-CINDCD-GERADO-SIST  PIC X(1).
002500        88 UORGL065-GERADO-SIST          VALUE 'S'.
