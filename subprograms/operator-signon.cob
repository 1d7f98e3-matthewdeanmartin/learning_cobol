      *>             daily SessionReport.                             *>
      *>                                                              *>
      *>             OPERAUTH.CTL row: operator(8) level(1)           *>
      *>             active(1) password-hash(8) language(2),          *>
      *>             blank-separated (the language code belongs to    *>
      *>             EmitMessage);                                    *>
      *>             OPERLOCK.CTL row: operator(8) fail-count(1).     *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>               the same refusal CheckOperatorAuth gives       *>
      *>               unknown operators; only a missing control      *>
      *>               file still leaves the door open.               *>
      *>   2026-10-15  Noted the message-language column EmitMessage  *>
      *>               added to the row; nothing here reads it.       *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorSignOn.
