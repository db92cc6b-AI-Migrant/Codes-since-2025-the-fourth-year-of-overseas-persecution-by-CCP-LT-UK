       identification division.
       program-id. triangle-rules.
      * The triangle classification rules on their own: the
      * triangle-inequality test with its overflow guard, and the
      * equilateral / isosceles / scalene / right-angled split.
      * IS-TRIANGLE calls this for every live classification and
      * writes the audit record around it; this module writes
      * nothing, so TRI-RECLASS-SIM can run a candidate build of it
      * (the same source compiled under another program-id) over the
      * whole triangle master without touching the audit trail. Any
      * change to the rules is made here, and proved with the
      * simulation before the live build is replaced.

       data division.
       working-storage section.
       77 ws-max-side               pic 9(8).
       77 ws-side-sum               pic 9(8).
       77 ws-sq-x                   pic 9(16).
       77 ws-sq-y                   pic 9(16).
       77 ws-sq-z                   pic 9(16).
       77 ws-sq-max                 pic 9(16).
       77 ws-sq-others              pic 9(17).

       linkage section.
       01 x                         pic 9(8).
       01 y                         pic 9(8).
       01 z                         pic 9(8).
       01 result                    pic 9.
       01 triangle-type             pic 9.

       procedure division using x y z result triangle-type.
      * RESULT: 0 = not a triangle, 1 = valid triangle,
      *         2 = side lengths too large to sum safely (overflow)
      * TRIANGLE-TYPE (only meaningful when RESULT is 1):
      *   0 = n/a, 1 = equilateral, 2 = isosceles,
      *   3 = scalene, 4 = right-angled
           move 0 to triangle-type
           move function max(x, y, z) to ws-max-side

           compute ws-side-sum = x + y + z
               on size error
                   move 2 to result
                   goback
           end-compute

           subtract ws-max-side from ws-side-sum

           if ws-max-side is less than ws-side-sum
               move 1 to result
               perform classify-triangle
           else
               move 0 to result
           end-if

           goback.

       classify-triangle.
           if x is equal to y and y is equal to z
               move 1 to triangle-type
           else
               if x is equal to y or y is equal to z
                       or x is equal to z
                   move 2 to triangle-type
               else
                   move 3 to triangle-type
               end-if
           end-if

           if triangle-type is not equal to 1
               compute ws-sq-x = x * x
               compute ws-sq-y = y * y
               compute ws-sq-z = z * z
               compute ws-sq-max = ws-max-side * ws-max-side
               compute ws-sq-others = ws-sq-x + ws-sq-y + ws-sq-z
                                       - ws-sq-max
               if ws-sq-others is equal to ws-sq-max
                   move 4 to triangle-type
               end-if
           end-if.

       end program triangle-rules.
