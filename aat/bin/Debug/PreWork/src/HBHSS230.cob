           MOVE "CX00011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPAYSTS NEXT AT END GO TO CX00010.
      *20261015修正開始
000000     IF PAYST-UNPAID OR PAYST-XFERPEND
000000         ADD PAYST-AMOUNT TO WK-UNPAID-AMT .
      *20261015修正終了
000000     GO TO CX00011.
000000 CX00010.
           MOVE "CX00010" TO TRC-TEXT
