      *
      * Running hash for the append-only audit trails - the trade
      * journal and the audit files are plain line-sequential
      * files, and a line removed or altered in an editor used to
      * leave no trace. Every line appended now carries the hash
      * of its own text chained to the hash of the line before it,
      * so the hash of each line depends on every line ahead of
      * it; CHAIN-VERIFY recomputes the chain and names the first
      * line where it breaks. Same calling style as Y2KDCALC:
      * linkage arguments.
      *
      * CALL 'AUDCHAIN' USING previous, text, length, hash
      *   previous  X(18) the hash carried by the line before -
      *                   spaces or zeros before the first chained
      *                   line of a file
      *   text      X(256) the line's text, ahead of its own hash
      *   length    9(3)  bytes of text to hash (1-256)
      *   hash      X(18) the line's hash out - spaces for a
      *                   length outside 1-256
      *
      * The hash is two nine-digit polynomial sums over the text,
      * each modulo its own prime and seeded with its half of the
      * previous hash.
      *
       identification division.
       program-id. AUDCHAIN.

       data division.
       working-storage section.
       01 ws-prev             pic x(18) value zeros.
       01 ws-prev-n redefines ws-prev.
           03 ws-prev-1       pic 9(9).
           03 ws-prev-2       pic 9(9).
       01 ws-hash             pic x(18) value zeros.
       01 ws-hash-n redefines ws-hash.
           03 ws-hash-1       pic 9(9).
           03 ws-hash-2       pic 9(9).
       01 ws-h1               pic 9(18) value zeros.
       01 ws-h2               pic 9(18) value zeros.
       01 ws-sub              pic 9(3) value zeros.

       linkage section.
       01 arg-previous        pic x(18).
       01 arg-text            pic x(256).
       01 arg-length          pic 9(3).
       01 arg-hash            pic x(18).

       procedure division using arg-previous,
                                 arg-text,
                                 arg-length,
                                 arg-hash.

           if arg-length = zero or arg-length > 256
             move spaces to arg-hash
             goback
           end-if

           move arg-previous to ws-prev
           if ws-prev is not numeric
             move zeros to ws-prev
           end-if
           move ws-prev-1 to ws-h1
           move ws-prev-2 to ws-h2
           perform varying ws-sub from 1 by 1
                   until ws-sub > arg-length
             compute ws-h1 = function mod(ws-h1 * 257
                 + function ord(arg-text(ws-sub:1)), 999999937)
             compute ws-h2 = function mod(ws-h2 * 263
                 + function ord(arg-text(ws-sub:1)) + ws-sub,
                   999999929)
           end-perform
           move ws-h1 to ws-hash-1
           move ws-h2 to ws-hash-2
           move ws-hash to arg-hash
           goback.
