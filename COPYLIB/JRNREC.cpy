001150     05  JR-OPERACAO             PIC X(01).
001160         88  JR-INCLUSAO         VALUE "I".
001170         88  JR-ALTERACAO        VALUE "A".
001180     05  JR-ANTES                PIC X(312).
001190     05  JR-DEPOIS               PIC X(312).
