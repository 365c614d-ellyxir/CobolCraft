      *> contributes nothing to the hashes, so such worlds keep generating
      *> exactly the terrain they already have.
           02  WORLD-SEED              BINARY-DOUBLE.
      *> Horizontal world border, one entry per dimension (subscript is the
      *> dimension tag + 1). A square of half-width RADIUS blocks around the
      *> centre column; RADIUS 0 means no border, which is what every world
      *> saved before the fields existed gets. Persisted in level.dat next
      *> to Seed, enforced by World-CheckBounds, World-EnsureChunk and
      *> World-EnforceBorder, and changed with the console "border" command.
           02  WORLD-BORDER OCCURS 2 TIMES.
               03  WORLD-BORDER-CENTER-X       BINARY-LONG.
               03  WORLD-BORDER-CENTER-Z       BINARY-LONG.
               03  WORLD-BORDER-RADIUS         BINARY-LONG UNSIGNED.
           02  WORLD-CHUNK OCCURS WORLD-CHUNK-COUNT TIMES.
               03  WORLD-CHUNK-X               BINARY-LONG.
               03  WORLD-CHUNK-Z               BINARY-LONG.
      *> Set when a block change has invalidated the chunk's light data;
      *> cleared by World-RecomputeLight.
               03  WORLD-CHUNK-LIGHT-DIRTY     BINARY-CHAR UNSIGNED.
      *> Cumulative ticks a player has been within view distance of the
      *> chunk (vanilla's InhabitedTime), counted by World-UpdateInhabited
      *> and persisted in the chunk NBT; Trim-Chunks uses it to find
      *> terrain that was generated once and never really visited.
               03  WORLD-CHUNK-INHABITED       BINARY-DOUBLE.
               03  WORLD-SECTION OCCURS WORLD-SECTION-COUNT TIMES.
                   04  WORLD-SECTION-BIOME-ID      BINARY-LONG UNSIGNED.
                   04  WORLD-SECTION-NON-AIR       BINARY-LONG UNSIGNED.
