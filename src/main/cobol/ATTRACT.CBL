      *   checkpoint and extends TrajectoryFile and DiagnosticsFile
      *   from the last written step instead of recomputing from
      *   step one; a normal finish resets the checkpoint.
      * - CtlIntegrationMethod on ControlFile now selects how
      *   UpdateVelocityAndPositionForAllBodies advances the bodies:
      *   E (or space) the semi-implicit Euler update as before, V
      *   velocity Verlet, or R fourth-order Runge-Kutta, so the
      *   eccentric orbits hold their energy without a TimeStepDelta
      *   so small the run takes all night. CtlAdaptiveStep Y halves
      *   the step each time step any pair is inside
      *   CtlCloseApproachDistance, down to CtlMinimumStepDelta
      *   (default one sixty-fourth of TimeStepDelta), and doubles it
      *   back toward TimeStepDelta once every pair is clear. Every
      *   trajectory and energy record now carries the method and the
      *   step actually used, and the checkpoint carries both, so a
      *   restart picks up mid-approach at the step it left off with.
      *****************************************************************
       Identification Division.
       Program-ID.  ATTRACT.
      * How many time steps between checkpoints; all zeros takes
      * the 100-step default.
           05  CtlCheckpointEvery      pic 9(04).
      * How each time step advances the bodies: E or space the
      * semi-implicit Euler update, V velocity Verlet, R fourth-order
      * Runge-Kutta.
           05  CtlIntegrationMethod    pic x.
               88  CtlMethodIsEuler    value 'E' ' '.
               88  CtlMethodIsVerlet   value 'V'.
               88  CtlMethodIsRungeKutta value 'R'.
      * Y shrinks the step while any pair is closer than
      * CtlCloseApproachDistance (meters) and grows it back after;
      * anything else keeps TimeStepDelta fixed. A
      * CtlMinimumStepDelta of all zeros takes one sixty-fourth of
      * TimeStepDelta as the floor.
           05  CtlAdaptiveStep         pic x.
               88  CtlStepIsAdaptive   value 'Y'.
           05  CtlCloseApproachDistance pic 9(10)v9(04).
           05  CtlMinimumStepDelta     pic 9(04)v9(04).

      * One record per body: mass in KG, velocity in meters per
      * second, position in meters.
           05  TrjPy                   pic -9(10).9(04).
           05  filler                  pic x value ','.
           05  TrjPz                   pic -9(10).9(04).
           05  filler                  pic x value ','.
           05  TrjIntegrationMethod    pic x.
           05  filler                  pic x value ','.
           05  TrjStepDelta            pic 9(04).9(06).

      * One energy record per time step plus one PAIR record per
      * body pair at end of run. Energies can span many orders of
      * floating-point PICTURE.
       FD  DiagnosticsFile
           Data Record Is DiagnosticsRecord.
       01  DiagnosticsRecord           pic x(80).

      * The whole simulation state at the last checkpointed step -
      * the same checkpoint pattern CPSEQFR and INVCALC use - so a
           05  CkpPairEntry occurs 190 times.
               10  CkpPairMinSeparation comp-2.
               10  CkpPairMinStepNumber pic 9(04).
           05  CkpIntegrationMethod    pic x.
           05  CkpCurrentStepDelta     comp-2.

       Working-Storage Section.
       01  ComputationalWorkAreas.
           05  NumberOfBodies     pic 9(02).
           05  NumberOfTimeSteps  pic 9(04).
           05  TimeStepDelta      comp-2.
      * The step actually applied this time step: TimeStepDelta, or
      * less while the adaptive step is working through a close
      * approach; HalfStepDelta and SixthStepDelta are the fractions
      * of it Verlet and Runge-Kutta need.
           05  CurrentStepDelta   comp-2.
           05  MinimumStepDelta   comp-2.
           05  HalfStepDelta      comp-2.
           05  SixthStepDelta     comp-2.
           05  StepDeltaSquared   comp-2.
           05  HalfStepSquared    comp-2.
           05  CloseApproachDistance comp-2.
      * Smallest separation of any pair at this time step's start.
           05  ClosestPairSeparation comp-2.
           05  IntegrationMethod  pic x.
               88  MethodIsEuler      value 'E'.
               88  MethodIsVerlet     value 'V'.
               88  MethodIsRungeKutta value 'R'.
           05  AdaptiveStepSwitch pic x value 'n'.
               88  StepIsAdaptive value 'y'.
      * Runge-Kutta stage: the fraction of the step the stage's trial
      * state sits at, and the weight its slopes carry in the sum.
           05  StageStepDelta     comp-2.
           05  StageWeight        comp-2.
           05  EnergyTolerance    comp-2.
           05  TimeStepIx         pic 9(04).
           05  OtherBodyIx        pic 9(02).
               10  TotalFx        comp-2.
               10  TotalFy        comp-2.
               10  TotalFz        comp-2.
      * acceleration at the start of the step, for velocity Verlet
               10  StartAx        comp-2.
               10  StartAy        comp-2.
               10  StartAz        comp-2.
      * state at the start of the step and the weighted sums of the
      * stage slopes, for Runge-Kutta
               10  StartVx        comp-2.
               10  StartVy        comp-2.
               10  StartVz        comp-2.
               10  StartPx        comp-2.
               10  StartPy        comp-2.
               10  StartPz        comp-2.
               10  SumSlopeVx     comp-2.
               10  SumSlopeVy     comp-2.
               10  SumSlopeVz     comp-2.
               10  SumSlopePx     comp-2.
               10  SumSlopePy     comp-2.
               10  SumSlopePz     comp-2.

      * Energy bookkeeping for the conservation diagnostics.
       01  EnergyWorkAreas.
           05  DgDriftPercent          pic -9(04).9(02).
           05  filler                  pic x value ','.
           05  DgDriftFlag             pic x.
           05  filler                  pic x value ','.
           05  DgIntegrationMethod     pic x.
           05  filler                  pic x value ','.
           05  DgStepDelta             pic 9(04).9(06).
       01  CloseApproachLine.
           05  CarTag                  pic x(04).
           05  filler                  pic x value ','.
           05  CarMinExponent          pic -9(03).
           05  filler                  pic x value ','.
           05  CarMinStepNumber        pic 9(04).
           05  filler                  pic x(50) value spaces.

      * Mantissa/exponent normalization work fields for writing a
      * comp-2 value in scientific notation.
                   varying TimeStepIx from StartingStepNumber by 1
                   until TimeStepIx > NumberOfTimeSteps
               perform ComputeAttractionForAllBodies
               perform ChooseTimeStep
               perform WriteTrajectoryForAllBodies
               perform ComputeEnergyDiagnostics
               perform UpdateVelocityAndPositionForAllBodies

      * A readable checkpoint whose body count matches the control
      * record resumes the run from the step after the one saved; a
      * missing, reset, or mismatched checkpoint - including one cut
      * under a different integration method - starts from step
      * one. The body positions and velocities, the energy baseline,
      * and the close-approach minimums all come back, so the
      * resumed run produces the same trajectory the unbroken run
           if CheckpointFileOk
            and CkpStepNumber > zero
            and CkpNumberOfBodies = NumberOfBodies
            and CkpIntegrationMethod = IntegrationMethod
               move 'y' to RestartSwitch
               compute StartingStepNumber = CkpStepNumber + 1
               move CkpBaselineSet to EnergyBaselineSet
               move CkpRunDrifted to RunDriftedSwitch
               move CkpFirstStepEnergy to FirstStepEnergy
               if StepIsAdaptive
                   move CkpCurrentStepDelta to CurrentStepDelta
               end-if
               perform with test before
                       varying BodyIx from 1 by 1
                       until BodyIx > NumberOfBodies
           move EnergyBaselineSet to CkpBaselineSet
           move RunDriftedSwitch to CkpRunDrifted
           move FirstStepEnergy to CkpFirstStepEnergy
           move IntegrationMethod to CkpIntegrationMethod
           move CurrentStepDelta to CkpCurrentStepDelta
           perform with test before
                   varying BodyIx from 1 by 1
                   until BodyIx > NumberOfBodies
           else
               move CtlCheckpointEvery to CheckpointEverySteps
           end-if
           move TimeStepDelta to CurrentStepDelta
           evaluate true
               when CtlMethodIsEuler
                   move 'E' to IntegrationMethod
               when CtlMethodIsVerlet
                   move 'V' to IntegrationMethod
               when CtlMethodIsRungeKutta
                   move 'R' to IntegrationMethod
               when other
                   display 'CtlIntegrationMethod NOT E, V OR R: '
                       CtlIntegrationMethod
                   goback
           end-evaluate
           if CtlStepIsAdaptive
               if CtlCloseApproachDistance not numeric
                or CtlCloseApproachDistance = zero
                   display 'CtlCloseApproachDistance REQUIRED WHEN '
                       'CtlAdaptiveStep IS Y'
                   goback
               end-if
               move 'y' to AdaptiveStepSwitch
               move CtlCloseApproachDistance to CloseApproachDistance
               if CtlMinimumStepDelta not numeric
                or CtlMinimumStepDelta = zero
                   compute MinimumStepDelta = TimeStepDelta / 64
               else
                   move CtlMinimumStepDelta to MinimumStepDelta
               end-if
           end-if
           .

       BuildPairTrackingTable.
           move BirPz to pz(BodyIx)
           .

      * Every pair's separation passes through here, so the closest
      * one is kept for ChooseTimeStep.
       ComputeAttractionForAllBodies.
           move zero to ClosestPairSeparation
           perform with test before
                   varying BodyIx from 1 by 1
                   until BodyIx > NumberOfBodies
               display DistanceIsZeroDisplay
               display '  body ' BodyIx ' and body ' OtherBodyIx
           else
               if ClosestPairSeparation = zero
                or d < ClosestPairSeparation
                   move d to ClosestPairSeparation
               end-if
               compute GTimesMass1 = G * mass(BodyIx)
               compute ForceNumerator =
                   GTimesMass1 * mass(OtherBodyIx)
               move px(BodyIx) to TrjPx
               move py(BodyIx) to TrjPy
               move pz(BodyIx) to TrjPz
               move IntegrationMethod to TrjIntegrationMethod
               compute TrjStepDelta rounded = CurrentStepDelta
               write TrajectoryRecord
           end-perform
           .

      * A fixed-step run keeps TimeStepDelta throughout. An adaptive
      * run halves the step each time step some pair starts inside
      * the close-approach distance, never below the minimum, and
      * doubles it again each time step every pair starts clear,
      * never above TimeStepDelta, so a close pass is integrated
      * finely without paying for the fine step on the rest of the
      * orbit.
       ChooseTimeStep.
           if not StepIsAdaptive
               exit paragraph
           end-if
           if ClosestPairSeparation < CloseApproachDistance
               compute CurrentStepDelta = CurrentStepDelta / 2
               if CurrentStepDelta < MinimumStepDelta
                   move MinimumStepDelta to CurrentStepDelta
               end-if
           else
               compute CurrentStepDelta = CurrentStepDelta * 2
               if CurrentStepDelta > TimeStepDelta
                   move TimeStepDelta to CurrentStepDelta
               end-if
           end-if
           .

      * On entry TotalFx, TotalFy, and TotalFz hold every body's force
      * at the start of the step; CurrentStepDelta is the step.
       UpdateVelocityAndPositionForAllBodies.
           compute HalfStepDelta = CurrentStepDelta / 2
           evaluate true
               when MethodIsVerlet
                   perform AdvanceByVelocityVerlet
               when MethodIsRungeKutta
                   perform AdvanceByRungeKutta
               when other
                   perform AdvanceByEuler
           end-evaluate
           .

      * Semi-implicit Euler: the new velocity moves the position.
      * Cheap, but its energy error grows quickly on eccentric orbits.
       AdvanceByEuler.
           perform with test before
                   varying BodyIx from 1 by 1
                   until BodyIx > NumberOfBodies
               compute ax = TotalFx(BodyIx) / mass(BodyIx)
               compute ay = TotalFy(BodyIx) / mass(BodyIx)
               compute az = TotalFz(BodyIx) / mass(BodyIx)
               compute DeltaVx = ax * CurrentStepDelta
               compute vx(BodyIx) = vx(BodyIx) + DeltaVx
               compute DeltaVy = ay * CurrentStepDelta
               compute vy(BodyIx) = vy(BodyIx) + DeltaVy
               compute DeltaVz = az * CurrentStepDelta
               compute vz(BodyIx) = vz(BodyIx) + DeltaVz
               compute DeltaPx = vx(BodyIx) * CurrentStepDelta
               compute px(BodyIx) = px(BodyIx) + DeltaPx
               compute DeltaPy = vy(BodyIx) * CurrentStepDelta
               compute py(BodyIx) = py(BodyIx) + DeltaPy
               compute DeltaPz = vz(BodyIx) * CurrentStepDelta
               compute pz(BodyIx) = pz(BodyIx) + DeltaPz
           end-perform
           .

      * Velocity Verlet: positions move on the starting velocity and
      * acceleration, the forces are taken again at the new
      * positions, and the velocities move on the average of the old
      * and new accelerations. One extra force pass per step buys
      * energy that holds steady over long runs.
       AdvanceByVelocityVerlet.
           compute StepDeltaSquared =
               CurrentStepDelta * CurrentStepDelta
           compute HalfStepSquared = StepDeltaSquared / 2
           perform MoveOneBodyByVerletPosition
               with test before
               varying BodyIx from 1 by 1
               until BodyIx > NumberOfBodies
           perform ComputeAttractionForAllBodies
           perform MoveOneBodyByVerletVelocity
               with test before
               varying BodyIx from 1 by 1
               until BodyIx > NumberOfBodies
           .

       MoveOneBodyByVerletPosition.
           compute StartAx(BodyIx) = TotalFx(BodyIx) / mass(BodyIx)
           compute StartAy(BodyIx) = TotalFy(BodyIx) / mass(BodyIx)
           compute StartAz(BodyIx) = TotalFz(BodyIx) / mass(BodyIx)
           compute DeltaPx = vx(BodyIx) * CurrentStepDelta
           compute px(BodyIx) = px(BodyIx) + DeltaPx
           compute DeltaPx = StartAx(BodyIx) * HalfStepSquared
           compute px(BodyIx) = px(BodyIx) + DeltaPx
           compute DeltaPy = vy(BodyIx) * CurrentStepDelta
           compute py(BodyIx) = py(BodyIx) + DeltaPy
           compute DeltaPy = StartAy(BodyIx) * HalfStepSquared
           compute py(BodyIx) = py(BodyIx) + DeltaPy
           compute DeltaPz = vz(BodyIx) * CurrentStepDelta
           compute pz(BodyIx) = pz(BodyIx) + DeltaPz
           compute DeltaPz = StartAz(BodyIx) * HalfStepSquared
           compute pz(BodyIx) = pz(BodyIx) + DeltaPz
           .

       MoveOneBodyByVerletVelocity.
           compute ax = TotalFx(BodyIx) / mass(BodyIx)
           compute ay = TotalFy(BodyIx) / mass(BodyIx)
           compute az = TotalFz(BodyIx) / mass(BodyIx)
           compute ax = ax + StartAx(BodyIx)
           compute ay = ay + StartAy(BodyIx)
           compute az = az + StartAz(BodyIx)
           compute DeltaVx = ax * HalfStepDelta
           compute vx(BodyIx) = vx(BodyIx) + DeltaVx
           compute DeltaVy = ay * HalfStepDelta
           compute vy(BodyIx) = vy(BodyIx) + DeltaVy
           compute DeltaVz = az * HalfStepDelta
           compute vz(BodyIx) = vz(BodyIx) + DeltaVz
           .

      * Fourth-order Runge-Kutta on position and velocity together.
      * The first stage's slopes are the starting velocity and the
      * forces already in hand; each later stage sets a trial state
      * out from the start along the previous stage's slopes - half
      * a step, half a step, then a whole step - takes the forces
      * there, and adds its slopes to the weighted sum (weights 1, 2,
      * 2, 1). The step finishes from the start state along one
      * sixth of the sum. Four force passes per step, but the energy
      * error shrinks with the fourth power of the step.
       AdvanceByRungeKutta.
           compute SixthStepDelta = CurrentStepDelta / 6
           perform SaveOneBodyStartState
               with test before
               varying BodyIx from 1 by 1
               until BodyIx > NumberOfBodies

           move HalfStepDelta to StageStepDelta
           move 2 to StageWeight
           perform RunOneRungeKuttaStage

           move HalfStepDelta to StageStepDelta
           move 2 to StageWeight
           perform RunOneRungeKuttaStage

           move CurrentStepDelta to StageStepDelta
           move 1 to StageWeight
           perform RunOneRungeKuttaStage

           perform FinishOneBodyRungeKutta
               with test before
               varying BodyIx from 1 by 1
               until BodyIx > NumberOfBodies
           .

       SaveOneBodyStartState.
           move vx(BodyIx) to StartVx(BodyIx)
           move vy(BodyIx) to StartVy(BodyIx)
           move vz(BodyIx) to StartVz(BodyIx)
           move px(BodyIx) to StartPx(BodyIx)
           move py(BodyIx) to StartPy(BodyIx)
           move pz(BodyIx) to StartPz(BodyIx)
           move vx(BodyIx) to SumSlopePx(BodyIx)
           move vy(BodyIx) to SumSlopePy(BodyIx)
           move vz(BodyIx) to SumSlopePz(BodyIx)
           compute SumSlopeVx(BodyIx) = TotalFx(BodyIx) / mass(BodyIx)
           compute SumSlopeVy(BodyIx) = TotalFy(BodyIx) / mass(BodyIx)
           compute SumSlopeVz(BodyIx) = TotalFz(BodyIx) / mass(BodyIx)
           .

       RunOneRungeKuttaStage.
           perform SetOneBodyTrialState
               with test before
               varying BodyIx from 1 by 1
               until BodyIx > NumberOfBodies
           perform ComputeAttractionForAllBodies
           perform AddOneBodyStageSlopes
               with test before
               varying BodyIx from 1 by 1
               until BodyIx > NumberOfBodies
           .

      * The previous stage's slopes are the velocity now in the table
      * and the acceleration from the forces now in the table, so the
      * position has to move before the velocity is overwritten.
       SetOneBodyTrialState.
           compute ax = TotalFx(BodyIx) / mass(BodyIx)
           compute ay = TotalFy(BodyIx) / mass(BodyIx)
           compute az = TotalFz(BodyIx) / mass(BodyIx)
           compute DeltaPx = vx(BodyIx) * StageStepDelta
           compute px(BodyIx) = StartPx(BodyIx) + DeltaPx
           compute DeltaPy = vy(BodyIx) * StageStepDelta
           compute py(BodyIx) = StartPy(BodyIx) + DeltaPy
           compute DeltaPz = vz(BodyIx) * StageStepDelta
           compute pz(BodyIx) = StartPz(BodyIx) + DeltaPz
           compute DeltaVx = ax * StageStepDelta
           compute vx(BodyIx) = StartVx(BodyIx) + DeltaVx
           compute DeltaVy = ay * StageStepDelta
           compute vy(BodyIx) = StartVy(BodyIx) + DeltaVy
           compute DeltaVz = az * StageStepDelta
           compute vz(BodyIx) = StartVz(BodyIx) + DeltaVz
           .

       AddOneBodyStageSlopes.
           compute ax = TotalFx(BodyIx) / mass(BodyIx)
           compute ay = TotalFy(BodyIx) / mass(BodyIx)
           compute az = TotalFz(BodyIx) / mass(BodyIx)
           compute DeltaPx = vx(BodyIx) * StageWeight
           compute SumSlopePx(BodyIx) = SumSlopePx(BodyIx) + DeltaPx
           compute DeltaPy = vy(BodyIx) * StageWeight
           compute SumSlopePy(BodyIx) = SumSlopePy(BodyIx) + DeltaPy
           compute DeltaPz = vz(BodyIx) * StageWeight
           compute SumSlopePz(BodyIx) = SumSlopePz(BodyIx) + DeltaPz
           compute DeltaVx = ax * StageWeight
           compute SumSlopeVx(BodyIx) = SumSlopeVx(BodyIx) + DeltaVx
           compute DeltaVy = ay * StageWeight
           compute SumSlopeVy(BodyIx) = SumSlopeVy(BodyIx) + DeltaVy
           compute DeltaVz = az * StageWeight
           compute SumSlopeVz(BodyIx) = SumSlopeVz(BodyIx) + DeltaVz
           .

       FinishOneBodyRungeKutta.
           compute DeltaPx = SumSlopePx(BodyIx) * SixthStepDelta
           compute px(BodyIx) = StartPx(BodyIx) + DeltaPx
           compute DeltaPy = SumSlopePy(BodyIx) * SixthStepDelta
           compute py(BodyIx) = StartPy(BodyIx) + DeltaPy
           compute DeltaPz = SumSlopePz(BodyIx) * SixthStepDelta
           compute pz(BodyIx) = StartPz(BodyIx) + DeltaPz
           compute DeltaVx = SumSlopeVx(BodyIx) * SixthStepDelta
           compute vx(BodyIx) = StartVx(BodyIx) + DeltaVx
           compute DeltaVy = SumSlopeVy(BodyIx) * SixthStepDelta
           compute vy(BodyIx) = StartVy(BodyIx) + DeltaVy
           compute DeltaVz = SumSlopeVz(BodyIx) * SixthStepDelta
           compute vz(BodyIx) = StartVz(BodyIx) + DeltaVz
           .

      * Total kinetic plus potential energy at this time step. In a
      * well-behaved run the total holds steady; a drift past the
      * tolerance means TimeStepDelta is too coarse and the
           else
               move ' ' to DgDriftFlag
           end-if
           move IntegrationMethod to DgIntegrationMethod
           compute DgStepDelta rounded = CurrentStepDelta
           write DiagnosticsRecord from EnergyDiagnosticsLine
           .

